        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Recibos de cobranza de las sucursales: por letra y numero
      * de factura o, si el numero viene en cero, por CUIT y
      * periodo.
            SELECT MOV-COBRANZAS  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MOV-ESTADO.
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NCE-ESTADO.

      * Notas de debito por intereses emitidas por INTERESES: como
      * la factura, abren partida recien cuando tienen CAE.
            SELECT OPTIONAL DEBITOS-EMITIDOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NDE-ESTADO.

            SELECT LISTADO-COBRANZAS ASSIGN TO PRINTER
                                  "CobranzasListado.dat".
            SELECT AGING-COBRANZAS ASSIGN TO PRINTER
                                  "CobranzasAging.dat".

      * Recibos aplicados, acumulados corrida a corrida: de aca
      * toma ASIENTOS la cobranza a contabilizar (los rechazados no
      * se contabilizan).
            SELECT OPTIONAL COBROS-APLICADOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAP-ESTADO.

      * Bitacora de corridas compartida con la cadena nocturna.
            SELECT OPTIONAL RUN-CONTROL ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RUN-ESTADO.

      * Generaciones de respaldo de los archivos que se regraban
      * enteros: cuantas se guardan de cada uno
      * (ParamGeneraciones.dat), el catalogo de las guardadas y la
      * copia misma, con el nombre armado por archivo y numero de
      * generacion.
            SELECT OPTIONAL PARAM-GENERACIONES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PGE-ESTADO.

            SELECT OPTIONAL CATALOGO-GENERACIONES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAT-ESTADO.

            SELECT GENERACION ASSIGN TO GEN-FILENAME
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS GEN-ESTADO.

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

            03 MCO-FECHA              PIC 9(8).
            03 MCO-IMPORTE            PIC 9(10)V99.
            03 MCO-MEDIO              PIC X(10).
      * Letra de la factura pagada; en blanco se toma como A (los
      * recibos de antes de la factura B). 0500 la limpia antes
      * del READ.
            03 MCO-LETRA              PIC X.

        FD FACTURAS-EMITIDAS LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FacturasEmitidas.dat".
            03 EMI-FECHA              PIC 9(8).
            03 EMI-NETO               PIC 9(9)V99.
            03 EMI-TOTAL              PIC 9(10)V99.
      * CAE y vencimiento que carga AUTORCAE: sin CAE la factura
      * no tiene validez y no abre partida (ver 0350).
            03 EMI-CAE                PIC X(14).
            03 EMI-VTO-CAE            PIC 9(8).
      * Letra de la factura: una A y una B pueden compartir
      * numero, asi que la partida se identifica por los dos.
            03 EMI-LETRA              PIC X.

        FD CTAS-PENDIENTES LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "CtasPendientes.dat".
      * de Parametros.dat en TP2), y de todos modos se recalcula
      * en cada corrida desde NotasCredEmitidas.dat.
            03 PEN-ACREDITADO         PIC 9(10)V99.
      * Letra del comprobante de la partida; en blanco en los
      * registros viejos (todos A), mismo tratamiento en 0200.
            03 PEN-LETRA              PIC X.
      * 'F' factura, 'D' nota de debito por intereses (se abre
      * desde NotasDebEmitidas.dat); en blanco en los registros
      * viejos (facturas).
            03 PEN-TIPO               PIC X.
      * Fecha hasta la que INTERESES ya cobro interes; se arrastra
      * sin tocarla.
            03 PEN-FECHA-INTERES      PIC 9(8).

        FD NOTAS-EMITIDAS LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NotasCredEmitidas.dat".
            03 NCE-TOTAL              PIC 9(10)V99.
            03 NCE-MOTIVO             PIC X(4).
            03 NCE-FECHA              PIC 9(8).
            03 NCE-CAE                PIC X(14).
            03 NCE-VTO-CAE            PIC 9(8).
            03 NCE-LETRA              PIC X.

        FD DEBITOS-EMITIDOS LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NotasDebEmitidas.dat".
        01 REG-DEBITO-EMITIDO.
            03 NDE-CUIT               PIC 9(11).
            03 NDE-PERIODO            PIC 9(6).
            03 NDE-NUMERO             PIC 9(8).
            03 NDE-FECHA              PIC 9(8).
            03 NDE-NETO               PIC 9(9)V99.
            03 NDE-TOTAL              PIC 9(10)V99.
            03 NDE-CAE                PIC X(14).
            03 NDE-VTO-CAE            PIC 9(8).
            03 NDE-LETRA              PIC X.

        FD LISTADO-COBRANZAS LABEL RECORD OMITTED.
        01 LINEA-COBRANZAS PIC X(100).
        FD AGING-COBRANZAS LABEL RECORD OMITTED.
        01 LINEA-AGING PIC X(110).

        FD COBROS-APLICADOS LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CobrosAplicados.dat".
      * Corrida y numero de movimiento identifican el recibo; la
      * factura, letra, CUIT y periodo son los de la partida a la
      * que se aplico; fecha, importe y medio los del recibo. El
      * tipo es 'A' (aplicado); RESTAURA agrega el mismo recibo
      * como 'R', con su fecha, cuando vuelve CtasPendientes.dat a
      * una generacion anterior a la corrida que lo aplico.
        01 REG-COBRO-APLICADO.
            03 CAP-FECHA-CORRIDA      PIC 9(8).
            03 CAP-HORA-CORRIDA       PIC 9(6).
            03 CAP-NRO-MOVIMIENTO     PIC 9(5).
            03 CAP-FACTURA            PIC 9(8).
            03 CAP-LETRA              PIC X.
            03 CAP-CUIT               PIC 9(11).
            03 CAP-PERIODO            PIC 9(6).
            03 CAP-FECHA              PIC 9(8).
            03 CAP-IMPORTE            PIC 9(10)V99.
            03 CAP-MEDIO              PIC X(10).
            03 CAP-TIPO               PIC X.
            03 CAP-FECHA-ANULACION    PIC 9(8).

        FD RUN-CONTROL LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "RunControl.dat".
        01 REG-RUN-CONTROL.
            03 RUN-PROGRAMA        PIC X(8).
            03 RUN-FECHA-INICIO    PIC 9(8).
            03 RUN-HORA-INICIO     PIC 9(6).
            03 RUN-FECHA-FIN       PIC 9(8).
            03 RUN-HORA-FIN        PIC 9(6).
            03 RUN-PARAMETROS      PIC X(40).
            03 RUN-LEIDOS          PIC 9(7).
            03 RUN-SELECCIONADOS   PIC 9(7).
            03 RUN-ESCRITOS        PIC 9(7).
            03 RUN-SEVERIDAD       PIC X.

        FD PARAM-GENERACIONES LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "ParamGeneraciones.dat".
        01 REG-PARAM-GENERACIONES.
            03 PGE-ARCHIVO            PIC X(20).
            03 PGE-CANTIDAD           PIC 99.

        FD CATALOGO-GENERACIONES LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CatalogoGeneraciones.dat".
        01 REG-CATALOGO.
      * 'G' generacion guardada, 'R' generacion restaurada.
            03 CAT-TIPO               PIC X.
            03 CAT-ARCHIVO            PIC X(20).
            03 CAT-GENERACION         PIC 99.
            03 CAT-NOMBRE             PIC X(20).
            03 CAT-PROGRAMA           PIC X(8).
            03 CAT-FECHA              PIC 9(8).
            03 CAT-HORA               PIC 9(6).
            03 CAT-REGISTROS          PIC 9(7).
      * Inicio de la corrida del programa en RunControl.dat.
            03 CAT-RUN-FECHA          PIC 9(8).
            03 CAT-RUN-HORA           PIC 9(6).

        FD GENERACION LABEL RECORD IS STANDARD.
        01 REG-GENERACION PIC X(150).

        WORKING-STORAGE SECTION.
        77 MOV-ESTADO PIC XX.
        77 EMI-ESTADO PIC XX.
            88 EOF-NOTAS VALUE "SI".
        77 TOTAL-NOTAS-APLICADAS PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-ACREDITADO PIC 9(11)V99 VALUE 0.
        77 TOTAL-FACTURAS-SIN-CAE PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-SIN-CAE PIC 9(11)V99 VALUE 0.
        77 NDE-ESTADO PIC XX.
        77 EOF-NDE-SW PIC XX VALUE "NO".
            88 EOF-DEBITOS VALUE "SI".
        77 TOTAL-DEBITOS-SIN-CAE PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-DEBITOS-SIN-CAE PIC 9(11)V99 VALUE 0.
        77 PARTIDA-HALLADA-SW PIC XX VALUE "NO".
            88 PARTIDA-HALLADA VALUE "SI".

        77 DIAS-ANTIGUEDAD PIC S9(5) VALUE 0.
        77 FECHA-BASE-AGING PIC 9(8) VALUE 0.

        77 RUN-ESTADO PIC XX.
        77 CAP-ESTADO PIC XX.
        77 FECHA-INICIO-CORRIDA PIC 9(8) VALUE 0.
        77 HORA-INICIO-CORRIDA PIC 9(6) VALUE 0.
        77 SEVERIDAD-CORRIDA PIC X VALUE 'I'.
        01 PARAMETROS-CORRIDA.
            03 FILLER PIC X(12) VALUE 'MOVIMIENTOS='.
            03 PAR-CORRIDA-MOVIMIENTOS PIC 9(5).
            03 FILLER PIC X(23) VALUE SPACES.
        77 PGE-ESTADO PIC XX.
        77 CAT-ESTADO PIC XX.
        77 GEN-ESTADO PIC XX.
        77 EOF-PGE-SW PIC XX VALUE "NO".
            88 EOF-PARAM-GENERACIONES VALUE "SI".
        77 EOF-CAT-SW PIC XX VALUE "NO".
            88 EOF-CATALOGO VALUE "SI".
        77 GEN-FILENAME PIC X(20) VALUE SPACES.
        77 ARCHIVO-RESPALDO PIC X(20) VALUE SPACES.
        77 CANT-GENERACIONES PIC 99 VALUE 0.
        77 GENERACION-NRO PIC 99 VALUE 0.
        77 REGISTROS-GENERACION PIC 9(7) VALUE 0.

        01 FECHA-AGING-DESGLOSE.
            03 FAG-ANIO PIC 9(4).
            03 FAG-MES PIC 9(2).
               10  WS-GMT-TIME        PIC X(04).

      * Partidas abiertas en memoria: lo que venia de
      * CtasPendientes.dat (facturas y notas de debito) mas las
      * facturas y notas de debito nuevas que aparecen en
      * FacturasEmitidas.dat y NotasDebEmitidas.dat y todavia no
      * tenian partida.
       01 TABLA-PENDIENTES.
           02 TAB-PENDIENTES OCCURS 5000 TIMES
                   INDEXED BY PEN-INDICE.
               03 TAB-PEN-TOTAL PIC 9(10)V99.
               03 TAB-PEN-COBRADO PIC 9(10)V99.
               03 TAB-PEN-ACREDITADO PIC 9(10)V99.
               03 TAB-PEN-LETRA PIC X.
               03 TAB-PEN-TIPO PIC X.
               03 TAB-PEN-FECHA-INTERES PIC 9(8).

      * Saldos por CUIT en las cuatro bandas de antiguedad para el
      * reporte de deuda.
           03 FILLER PIC X(11) VALUE 'MOVIMIENTO '.
           03 COB-NRO-MOVIMIENTO PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE ': '.
           03 COB-MOVIMIENTO PIC X(56).
           03 FILLER PIC X(26) VALUE SPACES.
       01 LINEA-APLICADO-COB.
           03 FILLER PIC X(14) VALUE '   APLICADO A '.
           03 COB-APL-LETRA PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 COB-APL-FACTURA PIC 9(8).
           03 FILLER PIC X(9) VALUE '  SALDO: '.
           03 COB-APL-SALDO PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(54) VALUE SPACES.
       01 LINEA-RECHAZO-COB.
           03 FILLER PIC X(14) VALUE '   RECHAZADO: '.
           03 COB-MOTIVO PIC X(30).
           03 FILLER PIC X(56) VALUE SPACES.
       01 LINEA-SIN-CAE-COB.
           03 COB-SCA-COMPROBANTE PIC X(8).
           03 COB-SCA-LETRA PIC X.
           03 FILLER PIC X(5) VALUE ' NRO '.
           03 COB-SCA-FACTURA PIC 9(8).
           03 FILLER PIC X(9) VALUE '  TOTAL: '.
           03 COB-SCA-TOTAL PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(36)
               VALUE '  SIN CAE: NO SE ABRE LA PARTIDA    '.
           03 FILLER PIC X(20) VALUE SPACES.
       01 LINEA-TOTAL-COBRANZAS.
           03 COT-ETIQUETA PIC X(35).
           03 COT-CANTIDAD PIC ZZZZ9.
            PERFORM 2000-REGRABAR-PENDIENTES.
            PERFORM 2500-EMITIR-AGING.
            PERFORM 2900-FIN.
            PERFORM 2990-GRABAR-RUN-CONTROL.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            OPEN OUTPUT LISTADO-COBRANZAS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-INICIO-CORRIDA.
            MOVE WS-CURRENT-TIME(1:6) TO HORA-INICIO-CORRIDA.
            MOVE WS-CURRENT-DAY TO COB-DIA.
            MOVE WS-CURRENT-MONTH TO COB-MES.
            MOVE WS-CURRENT-YEAR TO COB-ANIO.
            MOVE WS-CURRENT-DATE TO FECHA-AGING-DESGLOSE.
            COMPUTE DIAS-FECHA-HOY =
                FAG-ANIO * 360 + FAG-MES * 30 + FAG-DIA.
            WRITE LINEA-COBRANZAS FROM ENCABEZADO-COBRANZAS.
            WRITE LINEA-COBRANZAS FROM LINEA-EN-BLANCO.
            OPEN INPUT CTAS-PENDIENTES.
            PERFORM 0200-LEER-PENDIENTE.
            PERFORM 0250-CARGAR-PENDIENTE UNTIL EOF-PENDIENTES.
            PERFORM 0300-LEER-EMITIDA.
            PERFORM 0350-INCORPORAR-EMITIDA UNTIL EOF-EMITIDAS.
            CLOSE FACTURAS-EMITIDAS.
            OPEN INPUT DEBITOS-EMITIDOS.
            PERFORM 0390-LEER-DEBITO-EMITIDO.
            PERFORM 0395-INCORPORAR-DEBITO UNTIL EOF-DEBITOS.
            CLOSE DEBITOS-EMITIDOS.
            OPEN INPUT NOTAS-EMITIDAS.
            PERFORM 0360-LEER-NOTA-EMITIDA.
            PERFORM 0380-ACREDITAR-NOTA UNTIL EOF-NOTAS.
            CLOSE NOTAS-EMITIDAS.
            OPEN INPUT MOV-COBRANZAS.
            OPEN EXTEND COBROS-APLICADOS.
            IF TOTAL-FACTURAS-SIN-CAE > 0 OR TOTAL-DEBITOS-SIN-CAE > 0
                WRITE LINEA-COBRANZAS FROM LINEA-EN-BLANCO
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-PENDIENTE.
         MOVE ZEROS TO PEN-ACREDITADO PEN-FECHA-INTERES.
         MOVE SPACES TO PEN-LETRA PEN-TIPO.
         READ CTAS-PENDIENTES AT END MOVE "SI" TO EOF-PEN-SW.
         IF PEN-ESTADO NOT EQUAL '00' AND NOT EOF-PENDIENTES
             MOVE "SI" TO EOF-PEN-SW
         MOVE PEN-FECHA TO TAB-PEN-FECHA(PEN-SUBINDICE).
         MOVE PEN-TOTAL TO TAB-PEN-TOTAL(PEN-SUBINDICE).
         MOVE PEN-COBRADO TO TAB-PEN-COBRADO(PEN-SUBINDICE).
         IF PEN-LETRA EQUAL SPACE
             MOVE 'A' TO TAB-PEN-LETRA(PEN-SUBINDICE)
         ELSE
             MOVE PEN-LETRA TO TAB-PEN-LETRA(PEN-SUBINDICE)
         END-IF.
         IF PEN-TIPO EQUAL SPACE
             MOVE 'F' TO TAB-PEN-TIPO(PEN-SUBINDICE)
         ELSE
             MOVE PEN-TIPO TO TAB-PEN-TIPO(PEN-SUBINDICE)
         END-IF.
         MOVE PEN-FECHA-INTERES
             TO TAB-PEN-FECHA-INTERES(PEN-SUBINDICE).
      * Lo acreditado arranca en cero: se rearma completo con la
      * pasada por NotasCredEmitidas.dat de 0380.
         MOVE 0 TO TAB-PEN-ACREDITADO(PEN-SUBINDICE).
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-EMITIDA.
         MOVE ZEROS TO EMI-FECHA EMI-NETO EMI-TOTAL EMI-VTO-CAE.
         MOVE SPACES TO EMI-CAE EMI-LETRA.
         READ FACTURAS-EMITIDAS AT END MOVE "SI" TO EOF-EMI-SW.
         IF EMI-ESTADO NOT EQUAL '00' AND NOT EOF-EMITIDAS
             MOVE "SI" TO EOF-EMI-SW
         END-IF.
         IF EMI-LETRA NOT EQUAL 'B'
             MOVE 'A' TO EMI-LETRA
         END-IF.

      *-----------------------------------------------------------*
      * La factura emitida que todavia no figura como partida (se
      * nueva con su total como deuda; la ya cancelada que
      * reaparece aca volveria a abrirse, por eso las canceladas
      * se conservan en CtasPendientes.dat con saldo cero en vez
      * de borrarse. La factura sin CAE no es un comprobante
      * valido todavia: no abre partida y queda en el listado
      * hasta que AUTORCAE cargue su autorizacion.
      *-----------------------------------------------------------*
        0350-INCORPORAR-EMITIDA.
         SET PEN-INDICE TO 1.
         SEARCH TAB-PENDIENTES
             AT END
                 PERFORM 0355-ABRIR-PARTIDA
             WHEN TAB-PEN-NUMERO(PEN-INDICE) EQUAL EMI-NUMERO
                AND TAB-PEN-LETRA(PEN-INDICE) EQUAL EMI-LETRA
                AND TAB-PEN-TIPO(PEN-INDICE) EQUAL 'F'
      * Partida ya conocida: se refresca el total por si la
      * emision original quedo grabada sin importes (registros
      * anteriores a que TP2 los informara).
         END-SEARCH.
         PERFORM 0300-LEER-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0355-ABRIR-PARTIDA.
         IF EMI-CAE EQUAL SPACES
             ADD 1 TO TOTAL-FACTURAS-SIN-CAE
             ADD EMI-TOTAL TO TOTAL-IMPORTE-SIN-CAE
             MOVE 'FACTURA ' TO COB-SCA-COMPROBANTE
             MOVE EMI-LETRA TO COB-SCA-LETRA
             MOVE EMI-NUMERO TO COB-SCA-FACTURA
             MOVE EMI-TOTAL TO COB-SCA-TOTAL
             WRITE LINEA-COBRANZAS FROM LINEA-SIN-CAE-COB
         ELSE
             IF PEN-SUBINDICE > 5000
                 DISPLAY 'TABLA-PENDIENTES LLENA - '
                 DISPLAY 'AUMENTAR EL OCCURS'
                 STOP RUN
             END-IF
             MOVE EMI-NUMERO TO TAB-PEN-NUMERO(PEN-SUBINDICE)
             MOVE EMI-CUIT TO TAB-PEN-CUIT(PEN-SUBINDICE)
             MOVE EMI-PERIODO
                 TO TAB-PEN-PERIODO(PEN-SUBINDICE)
             MOVE EMI-FECHA TO TAB-PEN-FECHA(PEN-SUBINDICE)
             MOVE EMI-TOTAL TO TAB-PEN-TOTAL(PEN-SUBINDICE)
             MOVE 0 TO TAB-PEN-COBRADO(PEN-SUBINDICE)
             MOVE 0 TO TAB-PEN-ACREDITADO(PEN-SUBINDICE)
             MOVE EMI-LETRA TO TAB-PEN-LETRA(PEN-SUBINDICE)
             MOVE 'F' TO TAB-PEN-TIPO(PEN-SUBINDICE)
             MOVE 0 TO TAB-PEN-FECHA-INTERES(PEN-SUBINDICE)
             ADD 1 TO PEN-SUBINDICE
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0390-LEER-DEBITO-EMITIDO.
         MOVE ZEROS TO NDE-VTO-CAE.
         MOVE SPACES TO NDE-CAE NDE-LETRA.
         READ DEBITOS-EMITIDOS AT END MOVE "SI" TO EOF-NDE-SW.
         IF NDE-ESTADO NOT EQUAL '00' AND NOT EOF-DEBITOS
             MOVE "SI" TO EOF-NDE-SW
         END-IF.
         IF NDE-LETRA NOT EQUAL 'B'
             MOVE 'A' TO NDE-LETRA
         END-IF.

      *-----------------------------------------------------------*
      * La nota de debito de INTERESES, igual que la factura en
      * 0350: la que ya tiene partida se deja como esta, la nueva
      * con CAE abre partida por su total y la que todavia no lo
      * tiene queda en el listado hasta que AUTORCAE lo cargue.
      *-----------------------------------------------------------*
        0395-INCORPORAR-DEBITO.
         SET PEN-INDICE TO 1.
         SEARCH TAB-PENDIENTES
             AT END
                 PERFORM 0397-ABRIR-PARTIDA-DEBITO
             WHEN TAB-PEN-NUMERO(PEN-INDICE) EQUAL NDE-NUMERO
                AND TAB-PEN-LETRA(PEN-INDICE) EQUAL NDE-LETRA
                AND TAB-PEN-TIPO(PEN-INDICE) EQUAL 'D'
                 CONTINUE
         END-SEARCH.
         PERFORM 0390-LEER-DEBITO-EMITIDO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0397-ABRIR-PARTIDA-DEBITO.
         IF NDE-CAE EQUAL SPACES
             ADD 1 TO TOTAL-DEBITOS-SIN-CAE
             ADD NDE-TOTAL TO TOTAL-IMPORTE-DEBITOS-SIN-CAE
             MOVE 'N.DEBITO' TO COB-SCA-COMPROBANTE
             MOVE NDE-LETRA TO COB-SCA-LETRA
             MOVE NDE-NUMERO TO COB-SCA-FACTURA
             MOVE NDE-TOTAL TO COB-SCA-TOTAL
             WRITE LINEA-COBRANZAS FROM LINEA-SIN-CAE-COB
         ELSE
             IF PEN-SUBINDICE > 5000
                 DISPLAY 'TABLA-PENDIENTES LLENA - '
                 DISPLAY 'AUMENTAR EL OCCURS'
                 STOP RUN
             END-IF
             MOVE NDE-NUMERO TO TAB-PEN-NUMERO(PEN-SUBINDICE)
             MOVE NDE-CUIT TO TAB-PEN-CUIT(PEN-SUBINDICE)
             MOVE NDE-PERIODO
                 TO TAB-PEN-PERIODO(PEN-SUBINDICE)
             MOVE NDE-FECHA TO TAB-PEN-FECHA(PEN-SUBINDICE)
             MOVE NDE-TOTAL TO TAB-PEN-TOTAL(PEN-SUBINDICE)
             MOVE 0 TO TAB-PEN-COBRADO(PEN-SUBINDICE)
             MOVE 0 TO TAB-PEN-ACREDITADO(PEN-SUBINDICE)
             MOVE NDE-LETRA TO TAB-PEN-LETRA(PEN-SUBINDICE)
             MOVE 'D' TO TAB-PEN-TIPO(PEN-SUBINDICE)
             MOVE 0 TO TAB-PEN-FECHA-INTERES(PEN-SUBINDICE)
             ADD 1 TO PEN-SUBINDICE
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0360-LEER-NOTA-EMITIDA.
         MOVE ZEROS TO NCE-VTO-CAE.
         MOVE SPACES TO NCE-CAE NCE-LETRA.
         READ NOTAS-EMITIDAS AT END MOVE "SI" TO EOF-NCE-SW.
         IF NCE-ESTADO NOT EQUAL '00' AND NOT EOF-NOTAS
             MOVE "SI" TO EOF-NCE-SW
         END-IF.
         IF NCE-LETRA NOT EQUAL 'B'
             MOVE 'A' TO NCE-LETRA
         END-IF.

      *-----------------------------------------------------------*
      * Cada nota de credito acredita su partida por el total de
         SEARCH TAB-PENDIENTES
             AT END CONTINUE
             WHEN TAB-PEN-NUMERO(PEN-INDICE) EQUAL NCE-FACTURA
                AND TAB-PEN-LETRA(PEN-INDICE) EQUAL NCE-LETRA
                AND TAB-PEN-TIPO(PEN-INDICE) EQUAL 'F'
                 ADD NCE-TOTAL TO TAB-PEN-ACREDITADO(PEN-INDICE)
                 ADD 1 TO TOTAL-NOTAS-APLICADAS
                 ADD NCE-TOTAL TO TOTAL-IMPORTE-ACREDITADO
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-LEER-MOVIMIENTO.
         MOVE SPACES TO MCO-LETRA.
         READ MOV-COBRANZAS AT END MOVE "SI" TO EOF-MOV-SW.
         IF MCO-LETRA EQUAL SPACE
             MOVE 'A' TO MCO-LETRA
         END-IF.

      *-----------------------------------------------------------*
      * Cada recibo deja su rastro en el listado: la linea del
      *-----------------------------------------------------------*
      * Numero de factura en cero: el recibo vino identificado por
      * CUIT y periodo (sucursales que pagan "el mes" sin citar el
      * numero legal), y se aplica a la factura del mes, no a una
      * nota de debito. Con numero, vale el de la factura o el de
      * la nota de debito: salen de la misma secuencia legal.
      *-----------------------------------------------------------*
        0800-BUSCAR-PARTIDA.
         MOVE "NO" TO PARTIDA-HALLADA-SW.
             SEARCH TAB-PENDIENTES
                 AT END CONTINUE
                 WHEN TAB-PEN-NUMERO(PEN-INDICE) EQUAL MCO-FACTURA
                    AND TAB-PEN-LETRA(PEN-INDICE) EQUAL MCO-LETRA
                     MOVE "SI" TO PARTIDA-HALLADA-SW
             END-SEARCH
         ELSE
                 AT END CONTINUE
                 WHEN TAB-PEN-CUIT(PEN-INDICE) EQUAL MCO-CUIT AND
                      TAB-PEN-PERIODO(PEN-INDICE)
                          EQUAL MCO-PERIODO AND
                      TAB-PEN-TIPO(PEN-INDICE) EQUAL 'F'
                     MOVE "SI" TO PARTIDA-HALLADA-SW
             END-SEARCH
         END-IF.
         ADD 1 TO TOTAL-COBROS-APLICADOS.
         ADD MCO-IMPORTE TO TOTAL-IMPORTE-COBRADO.
         PERFORM 0950-CALCULAR-SALDO-PARTIDA.
         MOVE TAB-PEN-LETRA(PEN-INDICE) TO COB-APL-LETRA.
         MOVE TAB-PEN-NUMERO(PEN-INDICE) TO COB-APL-FACTURA.
         MOVE SALDO-PARTIDA TO COB-APL-SALDO.
         WRITE LINEA-COBRANZAS FROM LINEA-APLICADO-COB.
         MOVE FECHA-INICIO-CORRIDA TO CAP-FECHA-CORRIDA.
         MOVE HORA-INICIO-CORRIDA TO CAP-HORA-CORRIDA.
         MOVE NRO-MOVIMIENTO TO CAP-NRO-MOVIMIENTO.
         MOVE TAB-PEN-NUMERO(PEN-INDICE) TO CAP-FACTURA.
         MOVE TAB-PEN-LETRA(PEN-INDICE) TO CAP-LETRA.
         MOVE TAB-PEN-CUIT(PEN-INDICE) TO CAP-CUIT.
         MOVE TAB-PEN-PERIODO(PEN-INDICE) TO CAP-PERIODO.
         MOVE MCO-FECHA TO CAP-FECHA.
         MOVE MCO-IMPORTE TO CAP-IMPORTE.
         MOVE MCO-MEDIO TO CAP-MEDIO.
         MOVE 'A' TO CAP-TIPO.
         MOVE 0 TO CAP-FECHA-ANULACION.
         WRITE REG-COBRO-APLICADO.

      *-----------------------------------------------------------*
      * Saldo de la partida de PEN-INDICE: total menos cobrado y
      * al encontrarlas de nuevo en FacturasEmitidas.dat.
      *-----------------------------------------------------------*
        2000-REGRABAR-PENDIENTES.
         PERFORM 2050-RESPALDAR-PENDIENTES.
         OPEN OUTPUT CTAS-PENDIENTES.
         PERFORM 2100-GRABAR-PENDIENTE
             VARYING PEN-INDICE FROM 1 BY 1
             UNTIL PEN-INDICE EQUAL PEN-SUBINDICE.
         CLOSE CTAS-PENDIENTES.

      *-----------------------------------------------------------*
      * CtasPendientes.dat como quedo en la corrida anterior se
      * guarda como generacion antes de regrabarlo; en la primera
      * corrida todavia no existe.
      *-----------------------------------------------------------*
        2050-RESPALDAR-PENDIENTES.
         OPEN INPUT CTAS-PENDIENTES.
         IF PEN-ESTADO EQUAL '00'
             MOVE 'CtasPendientes.dat' TO ARCHIVO-RESPALDO
             PERFORM 8000-PREPARAR-GENERACION
             IF CANT-GENERACIONES > 0
                 MOVE "NO" TO EOF-PEN-SW
                 PERFORM 0200-LEER-PENDIENTE
                 PERFORM 2060-COPIAR-PENDIENTE UNTIL EOF-PENDIENTES
                 PERFORM 8090-CATALOGAR-GENERACION
             END-IF
         END-IF.
         CLOSE CTAS-PENDIENTES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2060-COPIAR-PENDIENTE.
         WRITE REG-GENERACION FROM REG-PENDIENTE.
         ADD 1 TO REGISTROS-GENERACION.
         PERFORM 0200-LEER-PENDIENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2100-GRABAR-PENDIENTE.
         MOVE TAB-PEN-TOTAL(PEN-INDICE) TO PEN-TOTAL.
         MOVE TAB-PEN-COBRADO(PEN-INDICE) TO PEN-COBRADO.
         MOVE TAB-PEN-ACREDITADO(PEN-INDICE) TO PEN-ACREDITADO.
         MOVE TAB-PEN-LETRA(PEN-INDICE) TO PEN-LETRA.
         MOVE TAB-PEN-TIPO(PEN-INDICE) TO PEN-TIPO.
         MOVE TAB-PEN-FECHA-INTERES(PEN-INDICE) TO PEN-FECHA-INTERES.
         WRITE REG-PENDIENTE.
         PERFORM 0950-CALCULAR-SALDO-PARTIDA.
         IF SALDO-PARTIDA EQUAL 0
      *-----------------------------------------------------------*
        2900-FIN.
            CLOSE MOV-COBRANZAS.
            CLOSE COBROS-APLICADOS.
            WRITE LINEA-COBRANZAS FROM LINEA-EN-BLANCO.
            MOVE 'COBROS APLICADOS:                  '
                TO COT-ETIQUETA.
            MOVE TOTAL-NOTAS-APLICADAS TO COT-CANTIDAD.
            MOVE TOTAL-IMPORTE-ACREDITADO TO COT-IMPORTE.
            WRITE LINEA-COBRANZAS FROM LINEA-TOTAL-COBRANZAS.
            MOVE 'FACTURAS SIN CAE (SIN PARTIDA):    '
                TO COT-ETIQUETA.
            MOVE TOTAL-FACTURAS-SIN-CAE TO COT-CANTIDAD.
            MOVE TOTAL-IMPORTE-SIN-CAE TO COT-IMPORTE.
            WRITE LINEA-COBRANZAS FROM LINEA-TOTAL-COBRANZAS.
            MOVE 'N. DEBITO SIN CAE (SIN PARTIDA):   '
                TO COT-ETIQUETA.
            MOVE TOTAL-DEBITOS-SIN-CAE TO COT-CANTIDAD.
            MOVE TOTAL-IMPORTE-DEBITOS-SIN-CAE TO COT-IMPORTE.
            WRITE LINEA-COBRANZAS FROM LINEA-TOTAL-COBRANZAS.
            MOVE 'PARTIDAS CON SALDO ABIERTO:        '
                TO COT-ETIQUETA.
            MOVE TOTAL-PARTIDAS-ABIERTAS TO COT-CANTIDAD.
            MOVE 0 TO COT-IMPORTE.
            WRITE LINEA-COBRANZAS FROM LINEA-TOTAL-COBRANZAS.
            CLOSE LISTADO-COBRANZAS.

      *-----------------------------------------------------------*
      * Registro de corrida y codigo de retorno con el criterio de
      * TP y CARGATIMES: 'W'/4 con recibos rechazados.
      *-----------------------------------------------------------*
        2990-GRABAR-RUN-CONTROL.
         IF TOTAL-COBROS-RECHAZADOS > 0
             MOVE 'W' TO SEVERIDAD-CORRIDA
         END-IF.
         OPEN EXTEND RUN-CONTROL.
         MOVE 'COBRANZA' TO RUN-PROGRAMA.
         MOVE FECHA-INICIO-CORRIDA TO RUN-FECHA-INICIO.
         MOVE HORA-INICIO-CORRIDA TO RUN-HORA-INICIO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO RUN-FECHA-FIN.
         MOVE WS-CURRENT-TIME(1:6) TO RUN-HORA-FIN.
         MOVE NRO-MOVIMIENTO TO PAR-CORRIDA-MOVIMIENTOS.
         MOVE PARAMETROS-CORRIDA TO RUN-PARAMETROS.
         MOVE NRO-MOVIMIENTO TO RUN-LEIDOS.
         MOVE TOTAL-COBROS-APLICADOS TO RUN-SELECCIONADOS.
         COMPUTE RUN-ESCRITOS =
             TOTAL-PARTIDAS-ABIERTAS + TOTAL-PARTIDAS-CANCELADAS.
         MOVE SEVERIDAD-CORRIDA TO RUN-SEVERIDAD.
         WRITE REG-RUN-CONTROL.
         CLOSE RUN-CONTROL.
         EVALUATE SEVERIDAD-CORRIDA
             WHEN 'W'
                 MOVE 4 TO RETURN-CODE
             WHEN OTHER
                 MOVE 0 TO RETURN-CODE
         END-EVALUATE.

      *-----------------------------------------------------------*
      * Generacion de respaldo de ARCHIVO-RESPALDO antes de
      * regrabarlo. La cantidad a guardar sale de
      * ParamGeneraciones.dat (3 si el archivo no figura; 0 no
      * guarda ninguna) y las generaciones rotan sobre los mismos
      * nombres: a la ultima del catalogo le sigue la proxima y
      * despues de la mas alta se vuelve a la 1, pisando la mas
      * vieja. Deja GENERACION abierta para que el programa copie
      * con su propio layout.
      *-----------------------------------------------------------*
        8000-PREPARAR-GENERACION.
         MOVE 3 TO CANT-GENERACIONES.
         MOVE "NO" TO EOF-PGE-SW.
         OPEN INPUT PARAM-GENERACIONES.
         PERFORM 8010-LEER-PARAM-GENERACIONES.
         PERFORM 8020-BUSCAR-CANTIDAD UNTIL EOF-PARAM-GENERACIONES.
         CLOSE PARAM-GENERACIONES.
         IF CANT-GENERACIONES > 0
             MOVE 0 TO GENERACION-NRO
             MOVE "NO" TO EOF-CAT-SW
             OPEN INPUT CATALOGO-GENERACIONES
             PERFORM 8030-LEER-CATALOGO
             PERFORM 8040-BUSCAR-ULTIMA-GENERACION UNTIL EOF-CATALOGO
             CLOSE CATALOGO-GENERACIONES
             IF GENERACION-NRO NOT < CANT-GENERACIONES
                 MOVE 1 TO GENERACION-NRO
             ELSE
                 ADD 1 TO GENERACION-NRO
             END-IF
             MOVE SPACES TO GEN-FILENAME
             STRING ARCHIVO-RESPALDO DELIMITED BY '.'
                    '.G' GENERACION-NRO DELIMITED BY SIZE
                 INTO GEN-FILENAME
             MOVE 0 TO REGISTROS-GENERACION
             OPEN OUTPUT GENERACION
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        8010-LEER-PARAM-GENERACIONES.
         READ PARAM-GENERACIONES AT END MOVE "SI" TO EOF-PGE-SW.
         IF PGE-ESTADO NOT EQUAL '00' AND NOT EOF-PARAM-GENERACIONES
             MOVE "SI" TO EOF-PGE-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        8020-BUSCAR-CANTIDAD.
         IF PGE-ARCHIVO EQUAL ARCHIVO-RESPALDO AND
            PGE-CANTIDAD NUMERIC
             MOVE PGE-CANTIDAD TO CANT-GENERACIONES
         END-IF.
         PERFORM 8010-LEER-PARAM-GENERACIONES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        8030-LEER-CATALOGO.
         READ CATALOGO-GENERACIONES AT END MOVE "SI" TO EOF-CAT-SW.
         IF CAT-ESTADO NOT EQUAL '00' AND NOT EOF-CATALOGO
             MOVE "SI" TO EOF-CAT-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        8040-BUSCAR-ULTIMA-GENERACION.
         IF CAT-TIPO EQUAL 'G' AND CAT-ARCHIVO EQUAL ARCHIVO-RESPALDO
             MOVE CAT-GENERACION TO GENERACION-NRO
         END-IF.
         PERFORM 8030-LEER-CATALOGO.

      *-----------------------------------------------------------*
      * La generacion entra al catalogo recien cuando la copia
      * esta completa.
      *-----------------------------------------------------------*
        8090-CATALOGAR-GENERACION.
         CLOSE GENERACION.
         OPEN EXTEND CATALOGO-GENERACIONES.
         MOVE 'G' TO CAT-TIPO.
         MOVE ARCHIVO-RESPALDO TO CAT-ARCHIVO.
         MOVE GENERACION-NRO TO CAT-GENERACION.
         MOVE GEN-FILENAME TO CAT-NOMBRE.
         MOVE 'COBRANZA' TO CAT-PROGRAMA.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO CAT-FECHA.
         MOVE WS-CURRENT-TIME(1:6) TO CAT-HORA.
         MOVE REGISTROS-GENERACION TO CAT-REGISTROS.
         MOVE FECHA-INICIO-CORRIDA TO CAT-RUN-FECHA.
         MOVE HORA-INICIO-CORRIDA TO CAT-RUN-HORA.
         WRITE REG-CATALOGO.
         CLOSE CATALOGO-GENERACIONES.
