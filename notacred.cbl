        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Cancelaciones pedidas: numero de factura, codigo de
      * motivo y letra de la factura, una por linea.
            SELECT MOV-CANCELACIONES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MCA-ESTADO.
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NCE-ESTADO.

      * Pedido de autorizacion (CAE) de cada nota emitida, en el
      * mismo archivo en que TP2 pide el de las facturas; lo
      * consume AUTORCAE con la respuesta de la AFIP.
            SELECT OPTIONAL SOLICITUD-CAE ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SCA-ESTADO.

            SELECT NOTAS-CREDITO ASSIGN TO PRINTER
                                  "NotasCredito.dat".
            SELECT LISTADO-CANCELACIONES ASSIGN TO PRINTER
        01 REG-MOV-CANCELACION.
            03 MCA-FACTURA            PIC 9(8).
            03 MCA-MOTIVO             PIC X(4).
      * 'A' o 'B'; en blanco (los movimientos de antes de la
      * factura B) se toma como A. 0500 la limpia antes del READ.
            03 MCA-LETRA              PIC X.

        FD FACTURAS-EMITIDAS LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "FacturasEmitidas.dat".
            03 EMI-FECHA              PIC 9(8).
            03 EMI-NETO               PIC 9(9)V99.
            03 EMI-TOTAL              PIC 9(10)V99.
            03 EMI-CAE                PIC X(14).
            03 EMI-VTO-CAE            PIC 9(8).
            03 EMI-LETRA              PIC X.

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Sucursales.dat".
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.

        FD NUMERACION-FACTURA LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NumFactura.dat".
        01 REG-NUMERACION.
      * Serie A y serie B, compartidas con las facturas de TP2.
            03 NUM-ULTIMO-USADO PIC 9(8).
            03 NUM-ULTIMO-USADO-B PIC 9(8).

        FD NOTAS-EMITIDAS LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NotasCredEmitidas.dat".
            03 NCE-TOTAL              PIC 9(10)V99.
            03 NCE-MOTIVO             PIC X(4).
            03 NCE-FECHA              PIC 9(8).
      * CAE y vencimiento: la nota sale en blanco y los completa
      * AUTORCAE. 0300-LEER-NOTA-EMITIDA los limpia antes de cada
      * READ por los registros grabados antes de que existieran.
            03 NCE-CAE                PIC X(14).
            03 NCE-VTO-CAE            PIC 9(8).
      * Letra de la nota, la misma de la factura que anula; en
      * blanco en los registros viejos, que son todos A.
            03 NCE-LETRA              PIC X.

        FD SOLICITUD-CAE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "SolicitudCAE.dat".
        01 REG-SOLICITUD-CAE.
      * 'F' factura, 'C' nota de credito, 'D' nota de debito.
            03 SCA-TIPO               PIC X.
            03 SCA-CUIT               PIC 9(11).
            03 SCA-NUMERO             PIC 9(8).
            03 SCA-FECHA              PIC 9(8).
            03 SCA-NETO               PIC 9(9)V99.
            03 SCA-IVA                PIC 9(9)V99.
            03 SCA-TOTAL              PIC 9(10)V99.
            03 SCA-LETRA              PIC X.

        FD NOTAS-CREDITO LABEL RECORD OMITTED.
        01 LINEA-NOTA PIC X(80).
        77 SUCURSALES-ESTADO PIC XX.
        77 NUM-ESTADO PIC XX.
        77 NCE-ESTADO PIC XX.
        77 SCA-ESTADO PIC XX.
        77 EOF-MCA-SW PIC XX VALUE "NO".
            88 EOF-CANCELACIONES VALUE "SI".
        77 EOF-EMI-SW PIC XX VALUE "NO".
        77 TOTAL-IMPORTE-ANULADO PIC 9(11)V99 VALUE 0.
        77 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
        77 ULTIMO-NUMERO-FACTURA PIC 9(8) VALUE 0.
        77 ULTIMO-NUMERO-FACTURA-B PIC 9(8) VALUE 0.
        77 LETRA-CANCELADA PIC X VALUE 'A'.
            88 CANCELA-FACTURA-B VALUE 'B'.
        77 NUMERO-NOTA PIC 9(8) VALUE 0.
        77 ALICUOTA-NOTA PIC 9(2)V99 VALUE 0.
        77 FECHA-DEL-DIA PIC 9(8) VALUE 0.
        77 IVA-NOTA PIC 9(9)V99 VALUE 0.

               03 TAB-EMI-NUMERO PIC 9(8).
               03 TAB-EMI-NETO PIC 9(9)V99.
               03 TAB-EMI-TOTAL PIC 9(10)V99.
               03 TAB-EMI-LETRA PIC X.
       01 TABLA-SUCURSALES.
           02 TAB-SUCURSALES OCCURS 100 TIMES INDEXED BY SUC-INDICE.
               03 TAB-SUC-RAZON PIC X(25).
       01 TABLA-NOTAS-EMITIDAS.
           02 TAB-NOTAS OCCURS 2000 TIMES INDEXED BY NCE-INDICE.
               03 TAB-NCE-FACTURA PIC 9(8).
               03 TAB-NCE-LETRA PIC X.

      * Las notas emitidas en esta corrida se juntan aca y se
      * graban recien al final, despues de regrabar la secuencia
               03 TAB-NCN-NETO PIC 9(9)V99.
               03 TAB-NCN-TOTAL PIC 9(10)V99.
               03 TAB-NCN-MOTIVO PIC X(4).
               03 TAB-NCN-LETRA PIC X.

      * Mismo formato impreso que las facturas de TP2, con la
      * leyenda de nota de credito y la referencia a la factura
      * cancelada.
       01 ENCABEZADO-NOTA.
          03 FILLER PIC X(13) VALUE 'NOTA CREDITO '.
          03 NCR-LETRA PIC X.
          03 FILLER PIC X(6) VALUE ' NRO: '.
          03 NCR-NUMERO PIC 9(8).
          03 FILLER PIC X(11) VALUE '  PERIODO: '.
          03 NCR-PERIODO PIC 9(6).
          03 FILLER PIC X(35) VALUE SPACES.
       01 LINEA-SEPARADOR-NOTA.
          03 FILLER PIC X(80) VALUE ALL "=".
       01 DATOS-NOTA-SUCURSAL.
          03 NCR-NETO PIC ZZZZZZZZ9,99.
          03 FILLER PIC X(54) VALUE SPACES.
       01 LINEA-NOTA-IVA.
          03 FILLER PIC X(4) VALUE 'IVA '.
          03 NCR-IVA-ALICUOTA PIC Z9,99.
          03 FILLER PIC X(5) VALUE ' PCT:'.
          03 NCR-IVA PIC ZZZZZZZZ9,99.
          03 FILLER PIC X(54) VALUE SPACES.
       01 LINEA-NOTA-TOTAL.
           03 FILLER PIC X(11) VALUE 'MOVIMIENTO '.
           03 CAN-NRO-MOVIMIENTO PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE ': '.
           03 CAN-MOVIMIENTO PIC X(13).
           03 FILLER PIC X(69) VALUE SPACES.
       01 LINEA-EMITIDA-CAN.
           03 FILLER PIC X(16) VALUE '   NOTA CREDITO '.
           03 CAN-NC-LETRA PIC X.
           03 FILLER PIC X(6) VALUE ' NRO: '.
           03 CAN-NC-NUMERO PIC 9(8).
           03 FILLER PIC X(9) VALUE '  TOTAL: '.
           03 CAN-NC-TOTAL PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(47) VALUE SPACES.
       01 LINEA-RECHAZO-CAN.
           03 FILLER PIC X(14) VALUE '   RECHAZADO: '.
           03 CAN-MOTIVO PIC X(30).
            PERFORM 0350-CARGAR-NOTA-EMITIDA UNTIL EOF-NOTAS.
            CLOSE NOTAS-EMITIDAS.
            OPEN INPUT NUMERACION-FACTURA.
            MOVE ZEROS TO NUM-ULTIMO-USADO NUM-ULTIMO-USADO-B.
            READ NUMERACION-FACTURA
                AT END MOVE 0 TO NUM-ULTIMO-USADO NUM-ULTIMO-USADO-B.
            MOVE NUM-ULTIMO-USADO TO ULTIMO-NUMERO-FACTURA.
            MOVE NUM-ULTIMO-USADO-B TO ULTIMO-NUMERO-FACTURA-B.
            CLOSE NUMERACION-FACTURA.
            OPEN INPUT MOV-CANCELACIONES.
            OPEN OUTPUT NOTAS-CREDITO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-EMITIDA.
         MOVE ZEROS TO EMI-FECHA EMI-NETO EMI-TOTAL EMI-VTO-CAE.
         MOVE SPACES TO EMI-CAE EMI-LETRA.
         READ FACTURAS-EMITIDAS AT END MOVE "SI" TO EOF-EMI-SW.
         IF EMI-ESTADO NOT EQUAL '00' AND NOT EOF-EMITIDAS
             MOVE "SI" TO EOF-EMI-SW
         MOVE EMI-NUMERO TO TAB-EMI-NUMERO(EMI-SUBINDICE).
         MOVE EMI-NETO TO TAB-EMI-NETO(EMI-SUBINDICE).
         MOVE EMI-TOTAL TO TAB-EMI-TOTAL(EMI-SUBINDICE).
         IF EMI-LETRA EQUAL 'B'
             MOVE 'B' TO TAB-EMI-LETRA(EMI-SUBINDICE)
         ELSE
             MOVE 'A' TO TAB-EMI-LETRA(EMI-SUBINDICE)
         END-IF.
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
             STOP RUN
         END-IF.
         MOVE NCE-FACTURA TO TAB-NCE-FACTURA(NCE-SUBINDICE).
         IF NCE-LETRA EQUAL 'B'
             MOVE 'B' TO TAB-NCE-LETRA(NCE-SUBINDICE)
         ELSE
             MOVE 'A' TO TAB-NCE-LETRA(NCE-SUBINDICE)
         END-IF.
         ADD 1 TO NCE-SUBINDICE.
         PERFORM 0300-LEER-NOTA-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-LEER-CANCELACION.
         MOVE SPACES TO MCA-LETRA.
         READ MOV-CANCELACIONES AT END MOVE "SI" TO EOF-MCA-SW.

      *-----------------------------------------------------------*
      * y tiene que traer importes (la emitida antes de que TP2
      * grabara neto y total no se puede acreditar sola: primero
      * hay que reimprimirla con TP2 para completar el registro).
      * El numero pedido tampoco puede superar la secuencia legal
      * de su letra: la factura se identifica por letra y numero,
      * porque una A y una B pueden tener el mismo numero.
      *-----------------------------------------------------------*
        0700-VALIDAR-CANCELACION.
         IF MCA-LETRA EQUAL SPACE
             MOVE 'A' TO LETRA-CANCELADA
         ELSE
             MOVE MCA-LETRA TO LETRA-CANCELADA
         END-IF.
         IF LETRA-CANCELADA NOT EQUAL 'A' AND
            LETRA-CANCELADA NOT EQUAL 'B'
             MOVE 'LETRA DE FACTURA INVALIDA' TO MOTIVO-RECHAZO
         END-IF.
         IF MOTIVO-RECHAZO EQUAL SPACES
             IF MCA-FACTURA NOT NUMERIC OR MCA-FACTURA EQUAL 0
                 MOVE 'NUMERO DE FACTURA INVALIDO' TO MOTIVO-RECHAZO
             ELSE
                 IF (CANCELA-FACTURA-B AND
                     MCA-FACTURA > ULTIMO-NUMERO-FACTURA-B) OR
                    (NOT CANCELA-FACTURA-B AND
                     MCA-FACTURA > ULTIMO-NUMERO-FACTURA)
                     MOVE 'FUERA DE LA SECUENCIA LEGAL'
                         TO MOTIVO-RECHAZO
                 END-IF
             END-IF
         END-IF.
         IF MOTIVO-RECHAZO EQUAL SPACES
             SEARCH TAB-EMITIDAS
                 AT END CONTINUE
                 WHEN TAB-EMI-NUMERO(EMI-INDICE) EQUAL MCA-FACTURA
                    AND TAB-EMI-LETRA(EMI-INDICE) EQUAL LETRA-CANCELADA
                     MOVE "SI" TO FACTURA-HALLADA-SW
             END-SEARCH
             IF NOT FACTURA-HALLADA
             SEARCH TAB-NOTAS
                 AT END CONTINUE
                 WHEN TAB-NCE-FACTURA(NCE-INDICE) EQUAL MCA-FACTURA
                    AND TAB-NCE-LETRA(NCE-INDICE) EQUAL LETRA-CANCELADA
                     MOVE "SI" TO YA-CANCELADA-SW
             END-SEARCH
             IF YA-CANCELADA
      *-----------------------------------------------------------*
      * La nota sale por el total original de la factura, con el
      * IVA como diferencia entre total y neto para que cierre
      * centavo a centavo con lo facturado. Lleva la letra de la
      * factura y consume numero de la serie de esa letra; la B,
      * igual que su factura, no discrimina el IVA, y la alicuota
      * que muestra la A sale de la propia factura.
      *-----------------------------------------------------------*
        1000-EMITIR-NOTA-CREDITO.
         IF CANCELA-FACTURA-B
             ADD 1 TO ULTIMO-NUMERO-FACTURA-B
             MOVE ULTIMO-NUMERO-FACTURA-B TO NUMERO-NOTA
         ELSE
             ADD 1 TO ULTIMO-NUMERO-FACTURA
             MOVE ULTIMO-NUMERO-FACTURA TO NUMERO-NOTA
         END-IF.
         MOVE LETRA-CANCELADA TO NCR-LETRA.
         MOVE NUMERO-NOTA TO NCR-NUMERO.
         MOVE TAB-EMI-PERIODO(EMI-INDICE) TO NCR-PERIODO.
         WRITE LINEA-NOTA FROM ENCABEZADO-NOTA.
         PERFORM 1100-DATOS-SUCURSAL-NOTA.
         COMPUTE IVA-NOTA =
             TAB-EMI-TOTAL(EMI-INDICE) - TAB-EMI-NETO(EMI-INDICE).
         MOVE IVA-NOTA TO NCR-IVA.
         MOVE 0 TO ALICUOTA-NOTA.
         IF TAB-EMI-NETO(EMI-INDICE) NOT EQUAL 0
             COMPUTE ALICUOTA-NOTA ROUNDED =
                 IVA-NOTA * 100 / TAB-EMI-NETO(EMI-INDICE)
         END-IF.
         MOVE ALICUOTA-NOTA TO NCR-IVA-ALICUOTA.
         MOVE TAB-EMI-TOTAL(EMI-INDICE) TO NCR-TOTAL.
         IF NOT CANCELA-FACTURA-B
             WRITE LINEA-NOTA FROM LINEA-NOTA-NETO
             WRITE LINEA-NOTA FROM LINEA-NOTA-IVA
         END-IF.
         WRITE LINEA-NOTA FROM LINEA-NOTA-TOTAL.
         WRITE LINEA-NOTA FROM LINEA-SEPARADOR-NOTA.
         IF NCN-SUBINDICE > 200
             DISPLAY 'TABLA-NOTAS-NUEVAS LLENA - AUMENTAR OCCURS'
             STOP RUN
         END-IF.
         MOVE NUMERO-NOTA TO TAB-NCN-NUMERO(NCN-SUBINDICE).
         MOVE LETRA-CANCELADA TO TAB-NCN-LETRA(NCN-SUBINDICE).
         MOVE MCA-FACTURA TO TAB-NCN-FACTURA(NCN-SUBINDICE).
         MOVE TAB-EMI-CUIT(EMI-INDICE)
             TO TAB-NCN-CUIT(NCN-SUBINDICE).
             STOP RUN
         END-IF.
         MOVE MCA-FACTURA TO TAB-NCE-FACTURA(NCE-SUBINDICE).
         MOVE LETRA-CANCELADA TO TAB-NCE-LETRA(NCE-SUBINDICE).
         ADD 1 TO NCE-SUBINDICE.
         ADD 1 TO TOTAL-NOTAS-EMITIDAS.
         ADD TAB-EMI-TOTAL(EMI-INDICE) TO TOTAL-IMPORTE-ANULADO.
         MOVE LETRA-CANCELADA TO CAN-NC-LETRA.
         MOVE NUMERO-NOTA TO CAN-NC-NUMERO.
         MOVE TAB-EMI-TOTAL(EMI-INDICE) TO CAN-NC-TOTAL.
         WRITE LINEA-CANCELACIONES FROM LINEA-EMITIDA-CAN.

            CLOSE NOTAS-CREDITO.
            OPEN OUTPUT NUMERACION-FACTURA.
            MOVE ULTIMO-NUMERO-FACTURA TO NUM-ULTIMO-USADO.
            MOVE ULTIMO-NUMERO-FACTURA-B TO NUM-ULTIMO-USADO-B.
            WRITE REG-NUMERACION.
            CLOSE NUMERACION-FACTURA.
            OPEN EXTEND NOTAS-EMITIDAS.
            OPEN EXTEND SOLICITUD-CAE.
            PERFORM 0950-GRABAR-NOTA-NUEVA
                VARYING NCN-INDICE FROM 1 BY 1
                UNTIL NCN-INDICE EQUAL NCN-SUBINDICE.
            CLOSE NOTAS-EMITIDAS.
            CLOSE SOLICITUD-CAE.
            WRITE LINEA-CANCELACIONES FROM LINEA-EN-BLANCO.
            MOVE 'CANCELACIONES LEIDAS:         ' TO CAT-ETIQUETA.
            MOVE NRO-MOVIMIENTO TO CAT-CANTIDAD.
         MOVE TAB-NCN-NETO(NCN-INDICE) TO NCE-NETO.
         MOVE TAB-NCN-TOTAL(NCN-INDICE) TO NCE-TOTAL.
         MOVE TAB-NCN-MOTIVO(NCN-INDICE) TO NCE-MOTIVO.
         MOVE TAB-NCN-LETRA(NCN-INDICE) TO NCE-LETRA.
         MOVE FECHA-DEL-DIA TO NCE-FECHA.
         MOVE SPACES TO NCE-CAE.
         MOVE 0 TO NCE-VTO-CAE.
         WRITE REG-NOTA-EMITIDA.
      * La nota no tiene validez hasta que la AFIP devuelva su
      * CAE: sale el pedido con el IVA como diferencia entre total
      * y neto, igual que en la nota impresa.
         MOVE 'C' TO SCA-TIPO.
         MOVE NCE-CUIT TO SCA-CUIT.
         MOVE NCE-NUMERO TO SCA-NUMERO.
         MOVE NCE-FECHA TO SCA-FECHA.
         MOVE NCE-NETO TO SCA-NETO.
         COMPUTE SCA-IVA = NCE-TOTAL - NCE-NETO.
         MOVE NCE-TOTAL TO SCA-TOTAL.
         MOVE NCE-LETRA TO SCA-LETRA.
         WRITE REG-SOLICITUD-CAE.
