      * Demora tolerada entre el fin de un paso y el arranque del
      * siguiente antes de marcar la alerta.
        77 TOPE-DEMORA-MINUTOS PIC 9(3) VALUE 60.
      * Ultima corrida de AUDITA, de cualquier fecha: es la que
      * habilita (o no) el cierre del periodo.
        77 AUDITA-HALLADA-SW PIC XX VALUE "NO".
            88 AUDITA-HALLADA VALUE "SI".
        77 AUDITA-FECHA PIC 9(8) VALUE 0.
        77 AUDITA-SEVERIDAD PIC X VALUE SPACES.

        01 HORA-DESGLOSE.
            03 HDG-HORA PIC 9(2).
                     PERFORM 0450-GUARDAR-EJECUCION
             END-SEARCH
         END-IF.
         IF RUN-PROGRAMA EQUAL 'AUDITA  '
             MOVE "SI" TO AUDITA-HALLADA-SW
             MOVE RUN-FECHA-INICIO TO AUDITA-FECHA
             MOVE RUN-SEVERIDAD TO AUDITA-SEVERIDAD
         END-IF.
         PERFORM 0300-LEER-RUN-CONTROL.

      *-----------------------------------------------------------*
      * paso y el inicio del siguiente, y cruce de contadores:
      * lo que TP escribio en Times.dat contra lo que CARGATIM
      * leyo, y lo que CARGATIM cargo en TimesI contra lo que TP2
      * leyo de ahi. Por ultimo, el resultado de la ultima
      * auditoria de integridad.
      *-----------------------------------------------------------*
        2000-CONTROLAR-CADENA.
         MOVE 1 TO PASO-SUB.
         PERFORM 2100-CONTROLAR-PASO UNTIL PASO-SUB > 3.
         PERFORM 2200-CONTROLAR-DEMORAS.
         PERFORM 2300-CONTROLAR-CONTADORES.
         PERFORM 2400-CONTROLAR-AUDITORIA.
         WRITE LINEA-ESTADO FROM LINEA-EN-BLANCO.
         EVALUATE SEVERIDAD-GENERAL
             WHEN 'E'
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Auditoria de integridad (AUDITA): su ultima corrida en
      * 'E' deja la cadena en error, porque con claves huerfanas
      * o la numeracion rota no se sigue facturando ni se cierra
      * el periodo; en 'W' o si nunca se corrio, aviso.
      *-----------------------------------------------------------*
        2400-CONTROLAR-AUDITORIA.
         IF NOT AUDITA-HALLADA
             MOVE '*AVISO* ' TO CHQ-MARCA
             MOVE 'NO HAY CORRIDA DE AUDITA REGISTRADA EN RUNCONTROL'
                 TO CHQ-DETALLE
             WRITE LINEA-ESTADO FROM LINEA-CHEQUEO
             PERFORM 2150-ELEVAR-A-ADVERTENCIA
         ELSE
             IF AUDITA-SEVERIDAD EQUAL 'E'
                 MOVE '*ERROR* ' TO CHQ-MARCA
                 MOVE SPACES TO CHQ-DETALLE
                 STRING 'LA AUDITORIA DEL ' AUDITA-FECHA
                        ' DIO ERRORES DE INTEGRIDAD O NUMERACION'
                     DELIMITED BY SIZE INTO CHQ-DETALLE
                 WRITE LINEA-ESTADO FROM LINEA-CHEQUEO
                 MOVE 'E' TO SEVERIDAD-GENERAL
             ELSE
                 IF AUDITA-SEVERIDAD EQUAL 'W'
                     MOVE '*AVISO* ' TO CHQ-MARCA
                     MOVE SPACES TO CHQ-DETALLE
                     STRING 'LA AUDITORIA DEL ' AUDITA-FECHA
                            ' TERMINO CON ADVERTENCIAS'
                         DELIMITED BY SIZE INTO CHQ-DETALLE
                     WRITE LINEA-ESTADO FROM LINEA-CHEQUEO
                     PERFORM 2150-ELEVAR-A-ADVERTENCIA
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2900-FIN.
