        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUTORCAE.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Respuesta de la AFIP al pedido de autorizacion: una linea
      * por documento, aprobado con su CAE y vencimiento o
      * rechazado con la observacion. OPTIONAL: si la respuesta
      * no llego, la corrida igual lista lo que sigue sin CAE.
            SELECT OPTIONAL RESPUESTA-CAE ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RCA-ESTADO.

      * Pedidos de autorizacion que acumulan TP2 (facturas),
      * NOTACRED (notas de credito) e INTERESES (notas de debito).
      * Esta corrida lo regraba
      * dejando solo lo que quedo sin respuesta, que se vuelve a
      * mandar con el proximo envio, y lo rechazado, que queda
      * marcado con su observacion hasta que se lo vuelva a pedir
      * corregido o llegue la aprobacion.
            SELECT OPTIONAL SOLICITUD-CAE ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SCA-ESTADO.

            SELECT OPTIONAL FACTURAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS EMI-ESTADO.

            SELECT OPTIONAL NOTAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NCE-ESTADO.

            SELECT OPTIONAL DEBITOS-EMITIDOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NDE-ESTADO.

            SELECT LISTADO-CAE ASSIGN TO PRINTER
                                  "AutorizacionCAE.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD RESPUESTA-CAE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "RespuestaCAE.dat".
        01 REG-RESPUESTA-CAE.
      * 'F' factura, 'C' nota de credito, 'D' nota de debito.
            03 RCA-TIPO               PIC X.
            03 RCA-NUMERO             PIC 9(8).
      * 'A' aprobado, 'R' rechazado.
            03 RCA-RESULTADO          PIC X.
            03 RCA-CAE                PIC X(14).
            03 RCA-VTO-CAE            PIC 9(8).
            03 RCA-OBSERVACION        PIC X(30).
      * Letra del documento; en blanco se toma como A (0500 la
      * limpia antes del READ).
            03 RCA-LETRA              PIC X.

        FD SOLICITUD-CAE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "SolicitudCAE.dat".
        01 REG-SOLICITUD-CAE.
            03 SCA-TIPO               PIC X.
            03 SCA-CUIT               PIC 9(11).
            03 SCA-NUMERO             PIC 9(8).
            03 SCA-FECHA              PIC 9(8).
            03 SCA-NETO               PIC 9(9)V99.
            03 SCA-IVA                PIC 9(9)V99.
            03 SCA-TOTAL              PIC 9(10)V99.
            03 SCA-LETRA              PIC X.
      * Los agrega esta corrida al regrabar: 'R' rechazado por la
      * AFIP, con la observacion; en blanco o 'P' todavia sin
      * respuesta (asi lo graban TP2, NOTACRED e INTERESES).
            03 SCA-RESULTADO          PIC X.
            03 SCA-OBSERVACION        PIC X(30).

        FD FACTURAS-EMITIDAS LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FacturasEmitidas.dat".
        01 REG-FACTURA-EMITIDA.
            03 EMI-CUIT               PIC 9(11).
            03 EMI-PERIODO            PIC 9(6).
            03 EMI-NUMERO             PIC 9(8).
            03 EMI-FECHA              PIC 9(8).
            03 EMI-NETO               PIC 9(9)V99.
            03 EMI-TOTAL              PIC 9(10)V99.
            03 EMI-CAE                PIC X(14).
            03 EMI-VTO-CAE            PIC 9(8).
            03 EMI-LETRA              PIC X.

        FD NOTAS-EMITIDAS LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NotasCredEmitidas.dat".
        01 REG-NOTA-EMITIDA.
            03 NCE-NUMERO             PIC 9(8).
            03 NCE-FACTURA            PIC 9(8).
            03 NCE-CUIT               PIC 9(11).
            03 NCE-PERIODO            PIC 9(6).
            03 NCE-NETO               PIC 9(9)V99.
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

        FD LISTADO-CAE LABEL RECORD OMITTED.
        01 LINEA-CAE PIC X(100).

        WORKING-STORAGE SECTION.
        77 RCA-ESTADO PIC XX.
        77 SCA-ESTADO PIC XX.
        77 EMI-ESTADO PIC XX.
        77 NCE-ESTADO PIC XX.
        77 NDE-ESTADO PIC XX.
        77 EOF-RCA-SW PIC XX VALUE "NO".
            88 EOF-RESPUESTAS VALUE "SI".
        77 EOF-SCA-SW PIC XX VALUE "NO".
            88 EOF-SOLICITUDES VALUE "SI".
        77 EOF-EMI-SW PIC XX VALUE "NO".
            88 EOF-EMITIDAS VALUE "SI".
        77 EOF-NCE-SW PIC XX VALUE "NO".
            88 EOF-NOTAS VALUE "SI".
        77 EOF-NDE-SW PIC XX VALUE "NO".
            88 EOF-DEBITOS VALUE "SI".
        77 DOCUMENTO-HALLADO-SW PIC XX VALUE "NO".
            88 DOCUMENTO-HALLADO VALUE "SI".

        77 EMI-SUBINDICE PIC 9(4) VALUE 1.
        77 NCE-SUBINDICE PIC 9(4) VALUE 1.
        77 NDE-SUBINDICE PIC 9(4) VALUE 1.
        77 SCA-SUBINDICE PIC 9(4) VALUE 1.
        77 MOTIVO-OBSERVACION PIC X(30) VALUE SPACES.
        77 RESULTADO-SOLICITUD PIC X VALUE SPACES.

        77 TOTAL-RESPUESTAS-LEIDAS PIC 9(5) VALUE 0.
        77 TOTAL-AUTORIZADOS PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-AUTORIZADO PIC 9(11)V99 VALUE 0.
        77 TOTAL-RECHAZADOS PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-RECHAZADO PIC 9(11)V99 VALUE 0.
        77 TOTAL-OBSERVADAS PIC 9(5) VALUE 0.
        77 TOTAL-SIN-RESPUESTA PIC 9(5) VALUE 0.
        77 TOTAL-RECHAZOS-PENDIENTES PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-RECHAZOS-PEND PIC 9(11)V99 VALUE 0.
        77 TOTAL-IMPORTE-SIN-RESPUESTA PIC 9(11)V99 VALUE 0.

      * Datos del documento que ubico 0650, sea factura o nota.
        01 DOCUMENTO-UBICADO.
            03 DOC-CUIT PIC 9(11).
            03 DOC-FECHA PIC 9(8).
            03 DOC-NETO PIC 9(9)V99.
            03 DOC-TOTAL PIC 9(10)V99.
            03 DOC-CAE PIC X(14).

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC X(04).
               10 WS-CURRENT-MONTH    PIC X(02).
               10 WS-CURRENT-DAY     PIC X(02).
           05  WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR     PIC  9(2).
               10  WS-CURRENT-MINUTE  PIC  9(2).
               10  WS-CURRENT-SECOND  PIC  9(2).
               10  WS-CURRENT-MS      PIC  9(2).
               10  WS-GMT-SIGN        PIC X(01).
               10  WS-GMT-TIME        PIC X(04).

      * Registros completos de emitidas y notas: se regraban
      * enteros al final con el CAE asignado.
       01 TABLA-FACTURAS-EMITIDAS.
           02 TAB-EMITIDAS OCCURS 5000 TIMES INDEXED BY EMI-INDICE.
               03 TAB-EMI-CUIT PIC 9(11).
               03 TAB-EMI-PERIODO PIC 9(6).
               03 TAB-EMI-NUMERO PIC 9(8).
               03 TAB-EMI-FECHA PIC 9(8).
               03 TAB-EMI-NETO PIC 9(9)V99.
               03 TAB-EMI-TOTAL PIC 9(10)V99.
               03 TAB-EMI-CAE PIC X(14).
               03 TAB-EMI-VTO-CAE PIC 9(8).
               03 TAB-EMI-LETRA PIC X.
       01 TABLA-NOTAS-EMITIDAS.
           02 TAB-NOTAS OCCURS 2000 TIMES INDEXED BY NCE-INDICE.
               03 TAB-NCE-NUMERO PIC 9(8).
               03 TAB-NCE-FACTURA PIC 9(8).
               03 TAB-NCE-CUIT PIC 9(11).
               03 TAB-NCE-PERIODO PIC 9(6).
               03 TAB-NCE-NETO PIC 9(9)V99.
               03 TAB-NCE-TOTAL PIC 9(10)V99.
               03 TAB-NCE-MOTIVO PIC X(4).
               03 TAB-NCE-FECHA PIC 9(8).
               03 TAB-NCE-CAE PIC X(14).
               03 TAB-NCE-VTO-CAE PIC 9(8).
               03 TAB-NCE-LETRA PIC X.
       01 TABLA-DEBITOS-EMITIDOS.
           02 TAB-DEBITOS OCCURS 2000 TIMES INDEXED BY NDE-INDICE.
               03 TAB-NDE-CUIT PIC 9(11).
               03 TAB-NDE-PERIODO PIC 9(6).
               03 TAB-NDE-NUMERO PIC 9(8).
               03 TAB-NDE-FECHA PIC 9(8).
               03 TAB-NDE-NETO PIC 9(9)V99.
               03 TAB-NDE-TOTAL PIC 9(10)V99.
               03 TAB-NDE-CAE PIC X(14).
               03 TAB-NDE-VTO-CAE PIC 9(8).
               03 TAB-NDE-LETRA PIC X.

      * Pedidos en memoria, uno por documento (una reimpresion de
      * TP2 vuelve a pedir la misma factura y el ultimo pedido
      * reemplaza al anterior), con el resultado de la respuesta:
      * 'P' sin respuesta, 'A' autorizado, 'R' rechazado en esta
      * corrida o en una anterior sin que se lo haya vuelto a
      * pedir.
       01 TABLA-SOLICITUDES.
           02 TAB-SOLICITUDES OCCURS 1000 TIMES
                   INDEXED BY SCA-INDICE.
               03 TAB-SCA-TIPO PIC X.
               03 TAB-SCA-CUIT PIC 9(11).
               03 TAB-SCA-NUMERO PIC 9(8).
               03 TAB-SCA-FECHA PIC 9(8).
               03 TAB-SCA-NETO PIC 9(9)V99.
               03 TAB-SCA-IVA PIC 9(9)V99.
               03 TAB-SCA-TOTAL PIC 9(10)V99.
               03 TAB-SCA-LETRA PIC X.
               03 TAB-SCA-RESULTADO PIC X.
               03 TAB-SCA-OBSERVACION PIC X(30).

       01 ENCABEZADO-CAE.
           03 FILLER PIC X(36)
               VALUE 'AUTORIZACION DE COMPROBANTES - FECHA'.
           03 FILLER PIC X(2) VALUE ': '.
           03 CAE-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 CAE-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 CAE-ANIO PIC 9(4).
           03 FILLER PIC X(52) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(100) VALUE SPACES.
       01 LINEA-SECCION-CAE.
           03 CAE-TITULO-SECCION PIC X(50).
           03 FILLER PIC X(50) VALUE SPACES.
       01 DATOS-OBSERVACION.
           03 FILLER PIC X(2) VALUE SPACES.
           03 OBS-RESPUESTA PIC X(63).
           03 FILLER PIC X(2) VALUE SPACES.
           03 OBS-MOTIVO PIC X(30).
           03 FILLER PIC X(3) VALUE SPACES.
       01 ENCABEZADO-DOCUMENTOS-COL.
           03 FILLER PIC X(13) VALUE '  DOCUMENTO  '.
           03 FILLER PIC X(10) VALUE 'NUMERO    '.
           03 FILLER PIC X(13) VALUE 'CUIT         '.
           03 FILLER PIC X(10) VALUE 'FECHA     '.
           03 FILLER PIC X(15) VALUE '          TOTAL'.
           03 FILLER PIC X(39) VALUE '  OBSERVACION'.
       01 DATOS-DOCUMENTO-CAE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-TIPO PIC X(8).
           03 DCA-LETRA PIC X.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-NUMERO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-CUIT PIC 9(11).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-FECHA PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-TOTAL PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-OBSERVACION PIC X(30).
           03 FILLER PIC X(9) VALUE SPACES.
       01 LINEA-TOTAL-CAE.
           03 CAT-ETIQUETA PIC X(35).
           03 CAT-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 CAT-IMPORTE PIC ZZZZZZZZZZ9,99.
           03 FILLER PIC X(43) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Carga de la respuesta de la AFIP a los pedidos de
      * autorizacion de facturas (TP2), notas de credito
      * (NOTACRED) y notas de debito (INTERESES): el CAE aprobado
      * y su vencimiento quedan en FacturasEmitidas.dat,
      * NotasCredEmitidas.dat y NotasDebEmitidas.dat, desde donde
      * TP2 los imprime al reimprimir y COBRANZA habilita la
      * partida. Lo rechazado y lo pedido que no tuvo respuesta
      * sale en la lista de excepciones. Lo rechazado sigue en
      * SolicitudCAE.dat marcado 'R' con la observacion y vuelve
      * a salir en cada corrida hasta que la factura se pide de
      * nuevo al reimprimirla con TP2 una vez corregida (o la
      * nota se vuelve a pedir a mano), lo que reemplaza el
      * pedido rechazado, o hasta que llega la aprobacion; lo que
      * no tuvo respuesta queda para el proximo envio.

        COMIENZO.
            PERFORM 0100-INICIO.
            PERFORM 0500-LEER-RESPUESTA.
            PERFORM 0600-PROCESAR-RESPUESTA UNTIL EOF-RESPUESTAS.
            PERFORM 2000-EMITIR-RECHAZADOS.
            PERFORM 2500-EMITIR-SIN-RESPUESTA.
            PERFORM 2600-REGRABAR-EMITIDAS.
            PERFORM 2700-REGRABAR-NOTAS.
            PERFORM 2760-REGRABAR-DEBITOS.
            PERFORM 2800-REGRABAR-SOLICITUDES.
            PERFORM 2900-FIN.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DAY TO CAE-DIA.
            MOVE WS-CURRENT-MONTH TO CAE-MES.
            MOVE WS-CURRENT-YEAR TO CAE-ANIO.
            OPEN INPUT FACTURAS-EMITIDAS.
            PERFORM 0200-LEER-EMITIDA.
            PERFORM 0250-CARGAR-EMITIDA UNTIL EOF-EMITIDAS.
            CLOSE FACTURAS-EMITIDAS.
            OPEN INPUT NOTAS-EMITIDAS.
            PERFORM 0300-LEER-NOTA-EMITIDA.
            PERFORM 0350-CARGAR-NOTA-EMITIDA UNTIL EOF-NOTAS.
            CLOSE NOTAS-EMITIDAS.
            OPEN INPUT DEBITOS-EMITIDOS.
            PERFORM 0360-LEER-DEBITO-EMITIDO.
            PERFORM 0370-CARGAR-DEBITO-EMITIDO UNTIL EOF-DEBITOS.
            CLOSE DEBITOS-EMITIDOS.
            OPEN INPUT SOLICITUD-CAE.
            PERFORM 0400-LEER-SOLICITUD.
            PERFORM 0450-CARGAR-SOLICITUD UNTIL EOF-SOLICITUDES.
            CLOSE SOLICITUD-CAE.
            OPEN INPUT RESPUESTA-CAE.
            OPEN OUTPUT LISTADO-CAE.
            WRITE LINEA-CAE FROM ENCABEZADO-CAE.
            WRITE LINEA-CAE FROM LINEA-EN-BLANCO.
            MOVE 'RESPUESTAS OBSERVADAS:' TO CAE-TITULO-SECCION.
            WRITE LINEA-CAE FROM LINEA-SECCION-CAE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-EMITIDA.
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
      *-----------------------------------------------------------*
        0250-CARGAR-EMITIDA.
         IF EMI-SUBINDICE > 5000
             DISPLAY 'TABLA-FACTURAS-EMITIDAS LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE EMI-CUIT TO TAB-EMI-CUIT(EMI-SUBINDICE).
         MOVE EMI-PERIODO TO TAB-EMI-PERIODO(EMI-SUBINDICE).
         MOVE EMI-NUMERO TO TAB-EMI-NUMERO(EMI-SUBINDICE).
         MOVE EMI-FECHA TO TAB-EMI-FECHA(EMI-SUBINDICE).
         MOVE EMI-NETO TO TAB-EMI-NETO(EMI-SUBINDICE).
         MOVE EMI-TOTAL TO TAB-EMI-TOTAL(EMI-SUBINDICE).
         MOVE EMI-CAE TO TAB-EMI-CAE(EMI-SUBINDICE).
         MOVE EMI-VTO-CAE TO TAB-EMI-VTO-CAE(EMI-SUBINDICE).
         MOVE EMI-LETRA TO TAB-EMI-LETRA(EMI-SUBINDICE).
         ADD 1 TO EMI-SUBINDICE.
         PERFORM 0200-LEER-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-NOTA-EMITIDA.
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
      *-----------------------------------------------------------*
        0350-CARGAR-NOTA-EMITIDA.
         IF NCE-SUBINDICE > 2000
             DISPLAY 'TABLA-NOTAS-EMITIDAS LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE NCE-NUMERO TO TAB-NCE-NUMERO(NCE-SUBINDICE).
         MOVE NCE-FACTURA TO TAB-NCE-FACTURA(NCE-SUBINDICE).
         MOVE NCE-CUIT TO TAB-NCE-CUIT(NCE-SUBINDICE).
         MOVE NCE-PERIODO TO TAB-NCE-PERIODO(NCE-SUBINDICE).
         MOVE NCE-NETO TO TAB-NCE-NETO(NCE-SUBINDICE).
         MOVE NCE-TOTAL TO TAB-NCE-TOTAL(NCE-SUBINDICE).
         MOVE NCE-MOTIVO TO TAB-NCE-MOTIVO(NCE-SUBINDICE).
         MOVE NCE-FECHA TO TAB-NCE-FECHA(NCE-SUBINDICE).
         MOVE NCE-CAE TO TAB-NCE-CAE(NCE-SUBINDICE).
         MOVE NCE-VTO-CAE TO TAB-NCE-VTO-CAE(NCE-SUBINDICE).
         MOVE NCE-LETRA TO TAB-NCE-LETRA(NCE-SUBINDICE).
         ADD 1 TO NCE-SUBINDICE.
         PERFORM 0300-LEER-NOTA-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0360-LEER-DEBITO-EMITIDO.
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
      *-----------------------------------------------------------*
        0370-CARGAR-DEBITO-EMITIDO.
         IF NDE-SUBINDICE > 2000
             DISPLAY 'TABLA-DEBITOS-EMITIDOS LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE NDE-CUIT TO TAB-NDE-CUIT(NDE-SUBINDICE).
         MOVE NDE-PERIODO TO TAB-NDE-PERIODO(NDE-SUBINDICE).
         MOVE NDE-NUMERO TO TAB-NDE-NUMERO(NDE-SUBINDICE).
         MOVE NDE-FECHA TO TAB-NDE-FECHA(NDE-SUBINDICE).
         MOVE NDE-NETO TO TAB-NDE-NETO(NDE-SUBINDICE).
         MOVE NDE-TOTAL TO TAB-NDE-TOTAL(NDE-SUBINDICE).
         MOVE NDE-CAE TO TAB-NDE-CAE(NDE-SUBINDICE).
         MOVE NDE-VTO-CAE TO TAB-NDE-VTO-CAE(NDE-SUBINDICE).
         MOVE NDE-LETRA TO TAB-NDE-LETRA(NDE-SUBINDICE).
         ADD 1 TO NDE-SUBINDICE.
         PERFORM 0360-LEER-DEBITO-EMITIDO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-LEER-SOLICITUD.
         MOVE SPACES TO SCA-LETRA SCA-RESULTADO SCA-OBSERVACION.
         READ SOLICITUD-CAE AT END MOVE "SI" TO EOF-SCA-SW.
         IF SCA-ESTADO NOT EQUAL '00' AND NOT EOF-SOLICITUDES
             MOVE "SI" TO EOF-SCA-SW
         END-IF.
         IF SCA-LETRA NOT EQUAL 'B'
             MOVE 'A' TO SCA-LETRA
         END-IF.

      *-----------------------------------------------------------*
      * El documento pedido dos veces (reimpresion de la factura
      * antes de tener respuesta, o corregida despues de un
      * rechazo) queda una sola vez, con los importes y el estado
      * del ultimo pedido.
      *-----------------------------------------------------------*
        0450-CARGAR-SOLICITUD.
         SET SCA-INDICE TO 1.
         SEARCH TAB-SOLICITUDES
             AT END
                 IF SCA-SUBINDICE > 1000
                     DISPLAY 'TABLA-SOLICITUDES LLENA - '
                     DISPLAY 'AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 SET SCA-INDICE TO SCA-SUBINDICE
                 ADD 1 TO SCA-SUBINDICE
                 PERFORM 0460-GUARDAR-SOLICITUD
             WHEN SCA-INDICE < SCA-SUBINDICE AND
                  TAB-SCA-TIPO(SCA-INDICE) EQUAL SCA-TIPO AND
                  TAB-SCA-LETRA(SCA-INDICE) EQUAL SCA-LETRA AND
                  TAB-SCA-NUMERO(SCA-INDICE) EQUAL SCA-NUMERO
                 PERFORM 0460-GUARDAR-SOLICITUD
         END-SEARCH.
         PERFORM 0400-LEER-SOLICITUD.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0460-GUARDAR-SOLICITUD.
         MOVE SCA-TIPO TO TAB-SCA-TIPO(SCA-INDICE).
         MOVE SCA-CUIT TO TAB-SCA-CUIT(SCA-INDICE).
         MOVE SCA-NUMERO TO TAB-SCA-NUMERO(SCA-INDICE).
         MOVE SCA-FECHA TO TAB-SCA-FECHA(SCA-INDICE).
         MOVE SCA-NETO TO TAB-SCA-NETO(SCA-INDICE).
         MOVE SCA-IVA TO TAB-SCA-IVA(SCA-INDICE).
         MOVE SCA-TOTAL TO TAB-SCA-TOTAL(SCA-INDICE).
         MOVE SCA-LETRA TO TAB-SCA-LETRA(SCA-INDICE).
         IF SCA-RESULTADO EQUAL 'R'
             MOVE 'R' TO TAB-SCA-RESULTADO(SCA-INDICE)
             MOVE SCA-OBSERVACION TO TAB-SCA-OBSERVACION(SCA-INDICE)
         ELSE
             MOVE 'P' TO TAB-SCA-RESULTADO(SCA-INDICE)
             MOVE SPACES TO TAB-SCA-OBSERVACION(SCA-INDICE)
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-LEER-RESPUESTA.
         MOVE SPACES TO RCA-LETRA.
         READ RESPUESTA-CAE AT END MOVE "SI" TO EOF-RCA-SW.
         IF RCA-ESTADO NOT EQUAL '00' AND NOT EOF-RESPUESTAS
             MOVE "SI" TO EOF-RCA-SW
         END-IF.

      *-----------------------------------------------------------*
      * Cada respuesta se ata por tipo, letra y numero al
      * documento emitido. La que no se puede atar, la de un
      * documento que ya tenia CAE o la de resultado desconocido no
      * toca nada: sale observada.
      *-----------------------------------------------------------*
        0600-PROCESAR-RESPUESTA.
         IF REG-RESPUESTA-CAE NOT EQUAL SPACES
             IF RCA-LETRA NOT EQUAL 'B'
                 MOVE 'A' TO RCA-LETRA
             END-IF
             ADD 1 TO TOTAL-RESPUESTAS-LEIDAS
             PERFORM 0650-BUSCAR-DOCUMENTO
             IF NOT DOCUMENTO-HALLADO
                 MOVE 'DOCUMENTO INEXISTENTE' TO MOTIVO-OBSERVACION
                 PERFORM 0700-OBSERVAR-RESPUESTA
             ELSE
                 IF DOC-CAE NOT EQUAL SPACES
                     MOVE 'DOCUMENTO YA AUTORIZADO'
                         TO MOTIVO-OBSERVACION
                     PERFORM 0700-OBSERVAR-RESPUESTA
                 ELSE
                     EVALUATE RCA-RESULTADO
                         WHEN 'A'
                             PERFORM 0800-APLICAR-AUTORIZACION
                         WHEN 'R'
                             PERFORM 0900-APLICAR-RECHAZO
                         WHEN OTHER
                             MOVE 'RESULTADO DE RESPUESTA INVALIDO'
                                 TO MOTIVO-OBSERVACION
                             PERFORM 0700-OBSERVAR-RESPUESTA
                     END-EVALUATE
                 END-IF
             END-IF
         END-IF.
         PERFORM 0500-LEER-RESPUESTA.

      *-----------------------------------------------------------*
      * Deja EMI-INDICE, NCE-INDICE o NDE-INDICE sobre el
      * documento y sus datos en DOCUMENTO-UBICADO.
      *-----------------------------------------------------------*
        0650-BUSCAR-DOCUMENTO.
         MOVE "NO" TO DOCUMENTO-HALLADO-SW.
         IF RCA-TIPO EQUAL 'F'
             SET EMI-INDICE TO 1
             SEARCH TAB-EMITIDAS
                 AT END CONTINUE
                 WHEN EMI-INDICE < EMI-SUBINDICE AND
                      TAB-EMI-NUMERO(EMI-INDICE) EQUAL RCA-NUMERO AND
                      TAB-EMI-LETRA(EMI-INDICE) EQUAL RCA-LETRA
                     MOVE "SI" TO DOCUMENTO-HALLADO-SW
                     MOVE TAB-EMI-CUIT(EMI-INDICE) TO DOC-CUIT
                     MOVE TAB-EMI-FECHA(EMI-INDICE) TO DOC-FECHA
                     MOVE TAB-EMI-NETO(EMI-INDICE) TO DOC-NETO
                     MOVE TAB-EMI-TOTAL(EMI-INDICE) TO DOC-TOTAL
                     MOVE TAB-EMI-CAE(EMI-INDICE) TO DOC-CAE
             END-SEARCH
         END-IF.
         IF RCA-TIPO EQUAL 'C'
             SET NCE-INDICE TO 1
             SEARCH TAB-NOTAS
                 AT END CONTINUE
                 WHEN NCE-INDICE < NCE-SUBINDICE AND
                      TAB-NCE-NUMERO(NCE-INDICE) EQUAL RCA-NUMERO AND
                      TAB-NCE-LETRA(NCE-INDICE) EQUAL RCA-LETRA
                     MOVE "SI" TO DOCUMENTO-HALLADO-SW
                     MOVE TAB-NCE-CUIT(NCE-INDICE) TO DOC-CUIT
                     MOVE TAB-NCE-FECHA(NCE-INDICE) TO DOC-FECHA
                     MOVE TAB-NCE-NETO(NCE-INDICE) TO DOC-NETO
                     MOVE TAB-NCE-TOTAL(NCE-INDICE) TO DOC-TOTAL
                     MOVE TAB-NCE-CAE(NCE-INDICE) TO DOC-CAE
             END-SEARCH
         END-IF.
         IF RCA-TIPO EQUAL 'D'
             SET NDE-INDICE TO 1
             SEARCH TAB-DEBITOS
                 AT END CONTINUE
                 WHEN NDE-INDICE < NDE-SUBINDICE AND
                      TAB-NDE-NUMERO(NDE-INDICE) EQUAL RCA-NUMERO AND
                      TAB-NDE-LETRA(NDE-INDICE) EQUAL RCA-LETRA
                     MOVE "SI" TO DOCUMENTO-HALLADO-SW
                     MOVE TAB-NDE-CUIT(NDE-INDICE) TO DOC-CUIT
                     MOVE TAB-NDE-FECHA(NDE-INDICE) TO DOC-FECHA
                     MOVE TAB-NDE-NETO(NDE-INDICE) TO DOC-NETO
                     MOVE TAB-NDE-TOTAL(NDE-INDICE) TO DOC-TOTAL
                     MOVE TAB-NDE-CAE(NDE-INDICE) TO DOC-CAE
             END-SEARCH
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0700-OBSERVAR-RESPUESTA.
         ADD 1 TO TOTAL-OBSERVADAS.
         MOVE REG-RESPUESTA-CAE TO OBS-RESPUESTA.
         MOVE MOTIVO-OBSERVACION TO OBS-MOTIVO.
         WRITE LINEA-CAE FROM DATOS-OBSERVACION.

      *-----------------------------------------------------------*
      * El aprobado sin CAE o sin vencimiento valido no se graba:
      * un documento con CAE en blanco sigue pendiente, uno con
      * CAE basura quedaria habilitado para la cobranza.
      *-----------------------------------------------------------*
        0800-APLICAR-AUTORIZACION.
         IF RCA-CAE EQUAL SPACES OR
            RCA-VTO-CAE NOT NUMERIC OR
            RCA-VTO-CAE EQUAL 0
             MOVE 'CAE O VENCIMIENTO INVALIDO' TO MOTIVO-OBSERVACION
             PERFORM 0700-OBSERVAR-RESPUESTA
         ELSE
             EVALUATE RCA-TIPO
                 WHEN 'F'
                     MOVE RCA-CAE TO TAB-EMI-CAE(EMI-INDICE)
                     MOVE RCA-VTO-CAE TO TAB-EMI-VTO-CAE(EMI-INDICE)
                 WHEN 'C'
                     MOVE RCA-CAE TO TAB-NCE-CAE(NCE-INDICE)
                     MOVE RCA-VTO-CAE TO TAB-NCE-VTO-CAE(NCE-INDICE)
                 WHEN OTHER
                     MOVE RCA-CAE TO TAB-NDE-CAE(NDE-INDICE)
                     MOVE RCA-VTO-CAE TO TAB-NDE-VTO-CAE(NDE-INDICE)
             END-EVALUATE
             ADD 1 TO TOTAL-AUTORIZADOS
             ADD DOC-TOTAL TO TOTAL-IMPORTE-AUTORIZADO
             MOVE 'A' TO RESULTADO-SOLICITUD
             PERFORM 0950-ANOTAR-RESULTADO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0900-APLICAR-RECHAZO.
         ADD 1 TO TOTAL-RECHAZADOS.
         ADD DOC-TOTAL TO TOTAL-IMPORTE-RECHAZADO.
         MOVE 'R' TO RESULTADO-SOLICITUD.
         PERFORM 0950-ANOTAR-RESULTADO.

      *-----------------------------------------------------------*
      * El resultado queda en el pedido. La respuesta a un
      * documento que no figuraba pedido (SolicitudCAE.dat ya
      * regrabado por una corrida anterior) se agrega igual, para
      * que el rechazo salga en la lista de excepciones.
      *-----------------------------------------------------------*
        0950-ANOTAR-RESULTADO.
         SET SCA-INDICE TO 1.
         SEARCH TAB-SOLICITUDES
             AT END
                 IF SCA-SUBINDICE > 1000
                     DISPLAY 'TABLA-SOLICITUDES LLENA - '
                     DISPLAY 'AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 SET SCA-INDICE TO SCA-SUBINDICE
                 ADD 1 TO SCA-SUBINDICE
                 MOVE RCA-TIPO TO TAB-SCA-TIPO(SCA-INDICE)
                 MOVE DOC-CUIT TO TAB-SCA-CUIT(SCA-INDICE)
                 MOVE RCA-NUMERO TO TAB-SCA-NUMERO(SCA-INDICE)
                 MOVE DOC-FECHA TO TAB-SCA-FECHA(SCA-INDICE)
                 MOVE DOC-NETO TO TAB-SCA-NETO(SCA-INDICE)
                 COMPUTE TAB-SCA-IVA(SCA-INDICE) =
                     DOC-TOTAL - DOC-NETO
                 MOVE DOC-TOTAL TO TAB-SCA-TOTAL(SCA-INDICE)
                 MOVE RCA-LETRA TO TAB-SCA-LETRA(SCA-INDICE)
                 PERFORM 0960-MARCAR-RESULTADO
             WHEN SCA-INDICE < SCA-SUBINDICE AND
                  TAB-SCA-TIPO(SCA-INDICE) EQUAL RCA-TIPO AND
                  TAB-SCA-LETRA(SCA-INDICE) EQUAL RCA-LETRA AND
                  TAB-SCA-NUMERO(SCA-INDICE) EQUAL RCA-NUMERO
                 PERFORM 0960-MARCAR-RESULTADO
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0960-MARCAR-RESULTADO.
         MOVE RESULTADO-SOLICITUD TO TAB-SCA-RESULTADO(SCA-INDICE).
         MOVE RCA-OBSERVACION TO TAB-SCA-OBSERVACION(SCA-INDICE).

      *-----------------------------------------------------------*
      * Lista de excepciones, primera parte: lo que la AFIP
      * rechazo, en esta corrida o en una anterior, con su
      * observacion, para corregir y volver a pedir.
      *-----------------------------------------------------------*
        2000-EMITIR-RECHAZADOS.
         WRITE LINEA-CAE FROM LINEA-EN-BLANCO.
         MOVE 'DOCUMENTOS RECHAZADOS POR LA AFIP:'
             TO CAE-TITULO-SECCION.
         WRITE LINEA-CAE FROM LINEA-SECCION-CAE.
         WRITE LINEA-CAE FROM ENCABEZADO-DOCUMENTOS-COL.
         PERFORM 2100-EMITIR-RECHAZADO
             VARYING SCA-INDICE FROM 1 BY 1
             UNTIL SCA-INDICE EQUAL SCA-SUBINDICE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2100-EMITIR-RECHAZADO.
         IF TAB-SCA-RESULTADO(SCA-INDICE) EQUAL 'R'
             ADD 1 TO TOTAL-RECHAZOS-PENDIENTES
             ADD TAB-SCA-TOTAL(SCA-INDICE)
                 TO TOTAL-IMPORTE-RECHAZOS-PEND
             PERFORM 2200-EMITIR-DOCUMENTO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2200-EMITIR-DOCUMENTO.
         EVALUATE TAB-SCA-TIPO(SCA-INDICE)
             WHEN 'F'
                 MOVE 'FACTURA ' TO DCA-TIPO
             WHEN 'C'
                 MOVE 'N.CRED. ' TO DCA-TIPO
             WHEN OTHER
                 MOVE 'N.DEB.  ' TO DCA-TIPO
         END-EVALUATE.
         MOVE TAB-SCA-LETRA(SCA-INDICE) TO DCA-LETRA.
         MOVE TAB-SCA-NUMERO(SCA-INDICE) TO DCA-NUMERO.
         MOVE TAB-SCA-CUIT(SCA-INDICE) TO DCA-CUIT.
         MOVE TAB-SCA-FECHA(SCA-INDICE) TO DCA-FECHA.
         MOVE TAB-SCA-TOTAL(SCA-INDICE) TO DCA-TOTAL.
         MOVE TAB-SCA-OBSERVACION(SCA-INDICE) TO DCA-OBSERVACION.
         WRITE LINEA-CAE FROM DATOS-DOCUMENTO-CAE.

      *-----------------------------------------------------------*
      * Segunda parte: lo pedido de lo que no llego respuesta,
      * para reclamar; sigue en SolicitudCAE.dat para el proximo
      * envio.
      *-----------------------------------------------------------*
        2500-EMITIR-SIN-RESPUESTA.
         WRITE LINEA-CAE FROM LINEA-EN-BLANCO.
         MOVE 'DOCUMENTOS PEDIDOS SIN RESPUESTA:'
             TO CAE-TITULO-SECCION.
         WRITE LINEA-CAE FROM LINEA-SECCION-CAE.
         WRITE LINEA-CAE FROM ENCABEZADO-DOCUMENTOS-COL.
         PERFORM 2550-EMITIR-SIN-RESPUESTA
             VARYING SCA-INDICE FROM 1 BY 1
             UNTIL SCA-INDICE EQUAL SCA-SUBINDICE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2550-EMITIR-SIN-RESPUESTA.
         IF TAB-SCA-RESULTADO(SCA-INDICE) EQUAL 'P'
             ADD 1 TO TOTAL-SIN-RESPUESTA
             ADD TAB-SCA-TOTAL(SCA-INDICE)
                 TO TOTAL-IMPORTE-SIN-RESPUESTA
             PERFORM 2200-EMITIR-DOCUMENTO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2600-REGRABAR-EMITIDAS.
         OPEN OUTPUT FACTURAS-EMITIDAS.
         PERFORM 2650-GRABAR-EMITIDA
             VARYING EMI-INDICE FROM 1 BY 1
             UNTIL EMI-INDICE EQUAL EMI-SUBINDICE.
         CLOSE FACTURAS-EMITIDAS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2650-GRABAR-EMITIDA.
         MOVE TAB-EMI-CUIT(EMI-INDICE) TO EMI-CUIT.
         MOVE TAB-EMI-PERIODO(EMI-INDICE) TO EMI-PERIODO.
         MOVE TAB-EMI-NUMERO(EMI-INDICE) TO EMI-NUMERO.
         MOVE TAB-EMI-FECHA(EMI-INDICE) TO EMI-FECHA.
         MOVE TAB-EMI-NETO(EMI-INDICE) TO EMI-NETO.
         MOVE TAB-EMI-TOTAL(EMI-INDICE) TO EMI-TOTAL.
         MOVE TAB-EMI-CAE(EMI-INDICE) TO EMI-CAE.
         MOVE TAB-EMI-VTO-CAE(EMI-INDICE) TO EMI-VTO-CAE.
         MOVE TAB-EMI-LETRA(EMI-INDICE) TO EMI-LETRA.
         WRITE REG-FACTURA-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2700-REGRABAR-NOTAS.
         OPEN OUTPUT NOTAS-EMITIDAS.
         PERFORM 2750-GRABAR-NOTA
             VARYING NCE-INDICE FROM 1 BY 1
             UNTIL NCE-INDICE EQUAL NCE-SUBINDICE.
         CLOSE NOTAS-EMITIDAS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2750-GRABAR-NOTA.
         MOVE TAB-NCE-NUMERO(NCE-INDICE) TO NCE-NUMERO.
         MOVE TAB-NCE-FACTURA(NCE-INDICE) TO NCE-FACTURA.
         MOVE TAB-NCE-CUIT(NCE-INDICE) TO NCE-CUIT.
         MOVE TAB-NCE-PERIODO(NCE-INDICE) TO NCE-PERIODO.
         MOVE TAB-NCE-NETO(NCE-INDICE) TO NCE-NETO.
         MOVE TAB-NCE-TOTAL(NCE-INDICE) TO NCE-TOTAL.
         MOVE TAB-NCE-MOTIVO(NCE-INDICE) TO NCE-MOTIVO.
         MOVE TAB-NCE-FECHA(NCE-INDICE) TO NCE-FECHA.
         MOVE TAB-NCE-CAE(NCE-INDICE) TO NCE-CAE.
         MOVE TAB-NCE-VTO-CAE(NCE-INDICE) TO NCE-VTO-CAE.
         MOVE TAB-NCE-LETRA(NCE-INDICE) TO NCE-LETRA.
         WRITE REG-NOTA-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2760-REGRABAR-DEBITOS.
         OPEN OUTPUT DEBITOS-EMITIDOS.
         PERFORM 2770-GRABAR-DEBITO
             VARYING NDE-INDICE FROM 1 BY 1
             UNTIL NDE-INDICE EQUAL NDE-SUBINDICE.
         CLOSE DEBITOS-EMITIDOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2770-GRABAR-DEBITO.
         MOVE TAB-NDE-CUIT(NDE-INDICE) TO NDE-CUIT.
         MOVE TAB-NDE-PERIODO(NDE-INDICE) TO NDE-PERIODO.
         MOVE TAB-NDE-NUMERO(NDE-INDICE) TO NDE-NUMERO.
         MOVE TAB-NDE-FECHA(NDE-INDICE) TO NDE-FECHA.
         MOVE TAB-NDE-NETO(NDE-INDICE) TO NDE-NETO.
         MOVE TAB-NDE-TOTAL(NDE-INDICE) TO NDE-TOTAL.
         MOVE TAB-NDE-CAE(NDE-INDICE) TO NDE-CAE.
         MOVE TAB-NDE-VTO-CAE(NDE-INDICE) TO NDE-VTO-CAE.
         MOVE TAB-NDE-LETRA(NDE-INDICE) TO NDE-LETRA.
         WRITE REG-DEBITO-EMITIDO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2800-REGRABAR-SOLICITUDES.
         OPEN OUTPUT SOLICITUD-CAE.
         PERFORM 2850-GRABAR-SOLICITUD
             VARYING SCA-INDICE FROM 1 BY 1
             UNTIL SCA-INDICE EQUAL SCA-SUBINDICE.
         CLOSE SOLICITUD-CAE.

      *-----------------------------------------------------------*
      * Queda lo pendiente y lo rechazado; sale lo autorizado.
      *-----------------------------------------------------------*
        2850-GRABAR-SOLICITUD.
         IF TAB-SCA-RESULTADO(SCA-INDICE) EQUAL 'P' OR
            TAB-SCA-RESULTADO(SCA-INDICE) EQUAL 'R'
             MOVE TAB-SCA-TIPO(SCA-INDICE) TO SCA-TIPO
             MOVE TAB-SCA-CUIT(SCA-INDICE) TO SCA-CUIT
             MOVE TAB-SCA-NUMERO(SCA-INDICE) TO SCA-NUMERO
             MOVE TAB-SCA-FECHA(SCA-INDICE) TO SCA-FECHA
             MOVE TAB-SCA-NETO(SCA-INDICE) TO SCA-NETO
             MOVE TAB-SCA-IVA(SCA-INDICE) TO SCA-IVA
             MOVE TAB-SCA-TOTAL(SCA-INDICE) TO SCA-TOTAL
             MOVE TAB-SCA-LETRA(SCA-INDICE) TO SCA-LETRA
             MOVE TAB-SCA-RESULTADO(SCA-INDICE) TO SCA-RESULTADO
             MOVE TAB-SCA-OBSERVACION(SCA-INDICE) TO SCA-OBSERVACION
             WRITE REG-SOLICITUD-CAE
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2900-FIN.
            CLOSE RESPUESTA-CAE.
            WRITE LINEA-CAE FROM LINEA-EN-BLANCO.
            MOVE 'RESPUESTAS LEIDAS:                 '
                TO CAT-ETIQUETA.
            MOVE TOTAL-RESPUESTAS-LEIDAS TO CAT-CANTIDAD.
            MOVE 0 TO CAT-IMPORTE.
            WRITE LINEA-CAE FROM LINEA-TOTAL-CAE.
            MOVE 'DOCUMENTOS AUTORIZADOS:            '
                TO CAT-ETIQUETA.
            MOVE TOTAL-AUTORIZADOS TO CAT-CANTIDAD.
            MOVE TOTAL-IMPORTE-AUTORIZADO TO CAT-IMPORTE.
            WRITE LINEA-CAE FROM LINEA-TOTAL-CAE.
            MOVE 'DOCUMENTOS RECHAZADOS:             '
                TO CAT-ETIQUETA.
            MOVE TOTAL-RECHAZADOS TO CAT-CANTIDAD.
            MOVE TOTAL-IMPORTE-RECHAZADO TO CAT-IMPORTE.
            WRITE LINEA-CAE FROM LINEA-TOTAL-CAE.
            MOVE 'RECHAZADOS PENDIENTES DE CORREGIR: '
                TO CAT-ETIQUETA.
            MOVE TOTAL-RECHAZOS-PENDIENTES TO CAT-CANTIDAD.
            MOVE TOTAL-IMPORTE-RECHAZOS-PEND TO CAT-IMPORTE.
            WRITE LINEA-CAE FROM LINEA-TOTAL-CAE.
            MOVE 'RESPUESTAS OBSERVADAS:             '
                TO CAT-ETIQUETA.
            MOVE TOTAL-OBSERVADAS TO CAT-CANTIDAD.
            MOVE 0 TO CAT-IMPORTE.
            WRITE LINEA-CAE FROM LINEA-TOTAL-CAE.
            MOVE 'PEDIDOS SIN RESPUESTA:             '
                TO CAT-ETIQUETA.
            MOVE TOTAL-SIN-RESPUESTA TO CAT-CANTIDAD.
            MOVE TOTAL-IMPORTE-SIN-RESPUESTA TO CAT-IMPORTE.
            WRITE LINEA-CAE FROM LINEA-TOTAL-CAE.
            CLOSE LISTADO-CAE.
