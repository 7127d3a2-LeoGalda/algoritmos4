                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PDE-ESTADO.

      * Pagos que el banco rechazo segun la rendicion (ver
      * RENDICION) y que todavia no se volvieron a girar: el recibo
      * de ese profesor y periodo sale como no pagado. OPTIONAL
      * porque sin rendicion aplicada no hay rechazos conocidos.
            SELECT OPTIONAL PAGOS-PENDIENTES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PPE-ESTADO.

            SELECT ARCHIVO-REC-ORDENADO ASSIGN TO DISK
                                  FILE STATUS IS ORD-ESTADO.

            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
            03 PDE-DESC            PIC X(20).
            03 PDE-IMPORTE         PIC 9(9)V99.

        FD PAGOS-PENDIENTES LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PagosPendientes.dat".
        01 REG-PAGO-PENDIENTE.
            03 PPE-NUMERO             PIC X(5).
            03 PPE-PERIODO            PIC 9(6).
            03 PPE-DNI                PIC 9(8).
            03 PPE-CBU                PIC X(22).
            03 PPE-IMPORTE            PIC 9(9)V99.
            03 PPE-MOTIVO             PIC X(4).
            03 PPE-DESC-MOTIVO        PIC X(30).
            03 PPE-FECHA-RECHAZO      PIC 9(8).

        SD ARCHIVO-REC-ORDENADO DATA RECORD IS REG-ORDENADO.
        01 REG-ORDENADO.
            03 ORD-NUMERO             PIC X(5).
        77 DEDS-SUBINDICE PIC 9(4) VALUE 1.
        77 DEDUCIDO-PROFESOR PIC 9(9)V99 VALUE 0.
        77 NETO-CALCULADO PIC 9(9)V99 VALUE 0.
        77 PPE-ESTADO PIC XX.
        77 EOF-PPE-SW PIC XX VALUE "NO".
            88 EOF-PENDIENTES VALUE "SI".
        77 PPE-SUBINDICE PIC 9(4) VALUE 1.
        77 RECHAZO-HALLADO-SW PIC XX VALUE "NO".
            88 RECHAZO-HALLADO VALUE "SI".
        77 PERIODO-RECIBO PIC 9(6) VALUE 0.
        77 TOTAL-RECHAZADOS-BANCO PIC 9(5) VALUE 0.

        77 SUBINDICE PIC 9(2) VALUE 1.
        77 CANT-TIPOS-CLASE PIC 9(2) VALUE 0.
               03 TAB-TIP-TARIFA PIC 9(5)V99.

      * Registros 'D' de PagoBanco.dat en memoria: importe neto
      * girado por profesor, contra el que cierra cada recibo. El
      * periodo distingue el pago del mes de los rechazos de meses
      * anteriores que TP vuelve a girar en el mismo archivo.
       01 TABLA-PAGOS-BANCO.
           02 TAB-PAGOS OCCURS 1000 TIMES INDEXED BY PAGO-INDICE.
               03 TAB-PAG-NUMERO PIC X(5).
               03 TAB-PAG-PERIODO PIC 9(6).
               03 TAB-PAG-IMPORTE PIC 9(9)V99.

      * Rechazos bancarios pendientes de PagosPendientes.dat.
       01 TABLA-PAGOS-RECHAZADOS.
           02 TAB-RECHAZADOS OCCURS 1000 TIMES INDEXED BY PPE-INDICE.
               03 TAB-PPE-NUMERO PIC X(5).
               03 TAB-PPE-PERIODO PIC 9(6).
               03 TAB-PPE-MOTIVO PIC X(4).
               03 TAB-PPE-DESC-MOTIVO PIC X(30).

      * Deducciones aplicadas por TP, una entrada por profesor y
      * concepto, para desglosar en el recibo como se llego del
      * bruto al neto.
           03 FILLER PIC X(2) VALUE SPACES.
           03 REB-MARCA PIC X(14).
           03 FILLER PIC X(3) VALUE SPACES.
       01 LINEA-RECHAZO-BANCO.
           03 FILLER PIC X(38)
               VALUE '  TRANSFERENCIA RECHAZADA POR EL BANCO'.
           03 FILLER PIC X(10) VALUE ' - MOTIVO '.
           03 RRB-MOTIVO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RRB-DESC PIC X(30).
           03 FILLER PIC X(9) VALUE SPACES.
       01 LINEA-TOTAL-GENERAL-REC.
           03 REG-ETIQUETA PIC X(35).
           03 REG-CANTIDAD PIC ZZZZ9.
            PERFORM 0260-LEER-DEDUCCION.
            PERFORM 0270-CARGAR-DEDUCCION UNTIL EOF-DEDUCCIONES.
            CLOSE PAGO-DEDUCCIONES.
            OPEN INPUT PAGOS-PENDIENTES.
            PERFORM 0280-LEER-PENDIENTE.
            PERFORM 0290-CARGAR-PENDIENTE UNTIL EOF-PENDIENTES.
            CLOSE PAGOS-PENDIENTES.
            OPEN INPUT MAE-TIMES.

      *-----------------------------------------------------------*
                 STOP RUN
             END-IF
             MOVE PAG-NUMERO TO TAB-PAG-NUMERO(PAGO-SUBINDICE)
             MOVE PAG-PERIODO TO TAB-PAG-PERIODO(PAGO-SUBINDICE)
             MOVE PAG-IMPORTE TO TAB-PAG-IMPORTE(PAGO-SUBINDICE)
             ADD 1 TO PAGO-SUBINDICE
         END-IF.
         ADD 1 TO DEDS-SUBINDICE.
         PERFORM 0260-LEER-DEDUCCION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0280-LEER-PENDIENTE.
         READ PAGOS-PENDIENTES AT END MOVE "SI" TO EOF-PPE-SW.
         IF PPE-ESTADO NOT EQUAL '00' AND NOT EOF-PENDIENTES
             MOVE "SI" TO EOF-PPE-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0290-CARGAR-PENDIENTE.
         IF PPE-SUBINDICE > 1000
             DISPLAY 'TABLA-PAGOS-RECHAZADOS LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE PPE-NUMERO TO TAB-PPE-NUMERO(PPE-SUBINDICE).
         MOVE PPE-PERIODO TO TAB-PPE-PERIODO(PPE-SUBINDICE).
         MOVE PPE-MOTIVO TO TAB-PPE-MOTIVO(PPE-SUBINDICE).
         MOVE PPE-DESC-MOTIVO TO TAB-PPE-DESC-MOTIVO(PPE-SUBINDICE).
         ADD 1 TO PPE-SUBINDICE.
         PERFORM 0280-LEER-PENDIENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-TIMES.
      *-----------------------------------------------------------*
        1200-PROCESAR-POR-PROFESOR.
         MOVE ORD-NUMERO TO PROFESOR-ANTERIOR.
      * Mismo criterio que PERIODO-PAGO en TP: el periodo del pago
      * sale del primer registro de Times.dat.
         IF PERIODO-RECIBO EQUAL 0
             COMPUTE PERIODO-RECIBO = ORD-ANIO * 100 + ORD-MES
         END-IF.
         MOVE 0 TO HORAS-PROFESOR.
         MOVE 0 TO IMPORTE-PROFESOR.
         WRITE LINEA-RECIBO FROM LINEA-SEPARADOR-RECIBO.
      * marcado para revisar antes de ensobrar, y el profesor que
      * no tiene registro en PagoBanco.dat (sin alta, sin CBU o
      * neto en cero, ver 1650-EMITIR-PAGO-PROFESOR de TP) sale
      * como SIN PAGO. Si la rendicion del banco ya devolvio la
      * transferencia de ese periodo rechazada, el recibo sale NO
      * PAGADO con el motivo, cualquiera sea el importe girado.
      *-----------------------------------------------------------*
        1400-CERRAR-CONTRA-BANCO.
         MOVE "NO" TO PAGO-HALLADO-SW.
         SEARCH TAB-PAGOS
             AT END CONTINUE
             WHEN TAB-PAG-NUMERO(PAGO-INDICE)
                     EQUAL PROFESOR-ANTERIOR AND
                  TAB-PAG-PERIODO(PAGO-INDICE) EQUAL PERIODO-RECIBO
                 MOVE "SI" TO PAGO-HALLADO-SW
                 MOVE TAB-PAG-IMPORTE(PAGO-INDICE) TO IMPORTE-BANCO
         END-SEARCH.
         MOVE "NO" TO RECHAZO-HALLADO-SW.
         SET PPE-INDICE TO 1.
         SEARCH TAB-RECHAZADOS
             AT END CONTINUE
             WHEN TAB-PPE-NUMERO(PPE-INDICE)
                     EQUAL PROFESOR-ANTERIOR AND
                  TAB-PPE-PERIODO(PPE-INDICE) EQUAL PERIODO-RECIBO
                 MOVE "SI" TO RECHAZO-HALLADO-SW
         END-SEARCH.
         MOVE 'NETO GIRADO AL BANCO:              ' TO REB-ETIQUETA.
         MOVE IMPORTE-BANCO TO REB-IMPORTE.
         IF NOT PAGO-HALLADO
             MOVE 'SIN PAGO BANCO' TO REB-MARCA
             ADD 1 TO TOTAL-SIN-PAGO-BANCO
         ELSE
             IF RECHAZO-HALLADO
                 MOVE '** NO PAGADO *' TO REB-MARCA
                 ADD 1 TO TOTAL-RECHAZADOS-BANCO
             ELSE
                 IF IMPORTE-BANCO EQUAL NETO-CALCULADO
                     MOVE 'CONFORME      ' TO REB-MARCA
                     ADD 1 TO TOTAL-RECIBOS-CONFORMES
                 ELSE
                     MOVE '** DIFIERE ** ' TO REB-MARCA
                     ADD 1 TO TOTAL-RECIBOS-DIFIEREN
                 END-IF
             END-IF
         END-IF.
         WRITE LINEA-RECIBO FROM LINEA-CONTROL-BANCO.
         IF PAGO-HALLADO AND RECHAZO-HALLADO
             MOVE TAB-PPE-MOTIVO(PPE-INDICE) TO RRB-MOTIVO
             MOVE TAB-PPE-DESC-MOTIVO(PPE-INDICE) TO RRB-DESC
             WRITE LINEA-RECIBO FROM LINEA-RECHAZO-BANCO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
                TO REG-ETIQUETA.
            MOVE TOTAL-SIN-PAGO-BANCO TO REG-CANTIDAD.
            WRITE LINEA-RECIBO FROM LINEA-TOTAL-GENERAL-REC.
            MOVE 'RECHAZADOS POR EL BANCO (NO PAGOS):'
                TO REG-ETIQUETA.
            MOVE TOTAL-RECHAZADOS-BANCO TO REG-CANTIDAD.
            WRITE LINEA-RECIBO FROM LINEA-TOTAL-GENERAL-REC.
            CLOSE PROFESORES.
            CLOSE SUCURSALES.
            CLOSE RECIBOS.
