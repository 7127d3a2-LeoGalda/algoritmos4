        IDENTIFICATION DIVISION.
        PROGRAM-ID. RENDICION.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Rendicion que devuelve el banco uno o dos dias despues del
      * deposito: una linea por transferencia informada, acreditada
      * o rechazada con el codigo y la descripcion del motivo.
            SELECT RENDICION-BANCO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RBA-ESTADO-ARCH.

      * El archivo de pagos que TP mando al banco. Esta corrida
      * tiene que hacerse antes de la proxima de TP, que lo
      * reconstruye desde cero.
            SELECT PAGO-BANCO     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PAGO-ESTADO.

      * Pagos rechazados pendientes de volver a girar: esta corrida
      * agrega los rechazos nuevos, RECIBOS los marca como no
      * pagados y la proxima corrida de TP los reincorpora al
      * archivo del banco cuando el CBU ya fue corregido en
      * MANTREF. OPTIONAL porque la primera corrida arranca sin
      * pendientes.
            SELECT OPTIONAL PAGOS-PENDIENTES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PPE-ESTADO.

            SELECT LISTADO-RENDICION ASSIGN TO PRINTER
                                  "RendicionListado.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD RENDICION-BANCO LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "RendicionBanco.dat".
        01 REG-RENDICION.
            03 RBA-NUMERO             PIC X(5).
            03 RBA-PERIODO            PIC 9(6).
            03 RBA-IMPORTE            PIC 9(9)V99.
      * 'A' acreditada, 'R' rechazada.
            03 RBA-ESTADO             PIC X.
            03 RBA-MOTIVO             PIC X(4).
            03 RBA-DESC-MOTIVO        PIC X(30).

      * Mismo layout con el que TP escribe PagoBanco.dat: registros
      * 'D' por profesor y un 'C' de control al final.
        FD PAGO-BANCO    LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "PagoBanco.dat".
        01 REG-PAGO-BANCO.
            03 PAG-TIPO            PIC X.
            03 PAG-NUMERO          PIC X(5).
            03 PAG-DNI             PIC 9(8).
            03 PAG-CBU             PIC X(22).
            03 PAG-PERIODO         PIC 9(6).
            03 PAG-IMPORTE         PIC 9(9)V99.

      * DNI y CBU son los que fueron al banco y rebotaron: TP solo
      * reincorpora el pago cuando el maestro ya tiene otros.
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

        FD LISTADO-RENDICION LABEL RECORD OMITTED.
        01 LINEA-RENDICION PIC X(100).

        WORKING-STORAGE SECTION.
        77 RBA-ESTADO-ARCH PIC XX.
        77 PAGO-ESTADO PIC XX.
        77 PPE-ESTADO PIC XX.
        77 EOF-RBA-SW PIC XX VALUE "NO".
            88 EOF-RENDICION VALUE "SI".
        77 EOF-PAGO-SW PIC XX VALUE "NO".
            88 EOF-PAGO-BANCO VALUE "SI".
        77 EOF-PPE-SW PIC XX VALUE "NO".
            88 EOF-PENDIENTES VALUE "SI".
        77 PAGO-HALLADO-SW PIC XX VALUE "NO".
            88 PAGO-HALLADO VALUE "SI".
        77 PENDIENTE-HALLADO-SW PIC XX VALUE "NO".
            88 PENDIENTE-HALLADO VALUE "SI".

        77 PAGO-SUBINDICE PIC 9(4) VALUE 1.
        77 PPE-SUBINDICE PIC 9(4) VALUE 1.
        77 RCH-SUBINDICE PIC 9(4) VALUE 1.
        77 MOT-SUBINDICE PIC 9(3) VALUE 1.
        77 FECHA-DEL-DIA PIC 9(8) VALUE 0.
        77 MOTIVO-OBSERVACION PIC X(30) VALUE SPACES.

        77 TOTAL-RESPUESTAS-LEIDAS PIC 9(5) VALUE 0.
        77 TOTAL-ACREDITADAS PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-ACREDITADO PIC 9(11)V99 VALUE 0.
        77 TOTAL-RECHAZADAS PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-RECHAZADO PIC 9(11)V99 VALUE 0.
        77 TOTAL-OBSERVADAS PIC 9(5) VALUE 0.
        77 TOTAL-SIN-RESPUESTA PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-SIN-RESPUESTA PIC 9(11)V99 VALUE 0.
        77 TOTAL-NUEVOS-PENDIENTES PIC 9(5) VALUE 0.
        77 TOTAL-YA-PENDIENTES PIC 9(5) VALUE 0.
        77 TOTAL-PENDIENTES-GRABADOS PIC 9(5) VALUE 0.

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

      * Registros 'D' de PagoBanco.dat con la marca de la respuesta
      * recibida: espacio sin respuesta todavia, 'A' acreditado,
      * 'R' rechazado.
       01 TABLA-PAGOS-ENVIADOS.
           02 TAB-PAGOS OCCURS 1000 TIMES INDEXED BY PAGO-INDICE.
               03 TAB-PAG-NUMERO PIC X(5).
               03 TAB-PAG-PERIODO PIC 9(6).
               03 TAB-PAG-DNI PIC 9(8).
               03 TAB-PAG-CBU PIC X(22).
               03 TAB-PAG-IMPORTE PIC 9(9)V99.
               03 TAB-PAG-RESPUESTA PIC X.

      * Pendientes en memoria: lo que venia de PagosPendientes.dat
      * mas los rechazos nuevos de esta rendicion; se regraba
      * entero al final.
       01 TABLA-PAGOS-PENDIENTES.
           02 TAB-PENDIENTES OCCURS 1000 TIMES
                   INDEXED BY PPE-INDICE.
               03 TAB-PPE-NUMERO PIC X(5).
               03 TAB-PPE-PERIODO PIC 9(6).
               03 TAB-PPE-DNI PIC 9(8).
               03 TAB-PPE-CBU PIC X(22).
               03 TAB-PPE-IMPORTE PIC 9(9)V99.
               03 TAB-PPE-MOTIVO PIC X(4).
               03 TAB-PPE-DESC-MOTIVO PIC X(30).
               03 TAB-PPE-FECHA-RECHAZO PIC 9(8).

      * Rechazos de esta rendicion y motivos distintos, para el
      * reporte agrupado por motivo.
       01 TABLA-RECHAZOS.
           02 TAB-RECHAZOS OCCURS 1000 TIMES INDEXED BY RCH-INDICE.
               03 TAB-RCH-NUMERO PIC X(5).
               03 TAB-RCH-PERIODO PIC 9(6).
               03 TAB-RCH-DNI PIC 9(8).
               03 TAB-RCH-CBU PIC X(22).
               03 TAB-RCH-IMPORTE PIC 9(9)V99.
               03 TAB-RCH-MOTIVO PIC X(4).
       01 TABLA-MOTIVOS.
           02 TAB-MOTIVOS OCCURS 100 TIMES INDEXED BY MOT-INDICE.
               03 TAB-MOT-CODIGO PIC X(4).
               03 TAB-MOT-DESC PIC X(30).
               03 TAB-MOT-CANTIDAD PIC 9(5).
               03 TAB-MOT-IMPORTE PIC 9(11)V99.

       01 ENCABEZADO-RENDICION.
           03 FILLER PIC X(36)
               VALUE 'RENDICION BANCARIA DE PAGOS - FECHA:'.
           03 FILLER PIC X VALUE SPACES.
           03 REN-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 REN-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 REN-ANIO PIC 9(4).
           03 FILLER PIC X(53) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(100) VALUE SPACES.
       01 LINEA-SECCION-RENDICION.
           03 REN-TITULO-SECCION PIC X(50).
           03 FILLER PIC X(50) VALUE SPACES.
       01 DATOS-OBSERVACION.
           03 FILLER PIC X(2) VALUE SPACES.
           03 OBS-RESPUESTA PIC X(57).
           03 FILLER PIC X(2) VALUE SPACES.
           03 OBS-MOTIVO PIC X(30).
           03 FILLER PIC X(9) VALUE SPACES.
       01 LINEA-MOTIVO-RECHAZO.
           03 FILLER PIC X(8) VALUE 'MOTIVO: '.
           03 REM-CODIGO PIC X(4).
           03 FILLER PIC X(3) VALUE ' - '.
           03 REM-DESC PIC X(30).
           03 FILLER PIC X(55) VALUE SPACES.
       01 ENCABEZADO-RECHAZOS-COL.
           03 FILLER PIC X(10) VALUE '  PROF.   '.
           03 FILLER PIC X(9) VALUE 'PERIODO  '.
           03 FILLER PIC X(10) VALUE 'DNI       '.
           03 FILLER PIC X(24) VALUE 'CBU                     '.
           03 FILLER PIC X(12) VALUE '     IMPORTE'.
           03 FILLER PIC X(35) VALUE SPACES.
       01 DATOS-PAGO-RENDICION.
           03 FILLER PIC X(2) VALUE SPACES.
           03 REP-NUMERO PIC X(5).
           03 FILLER PIC X(3) VALUE SPACES.
           03 REP-PERIODO PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 REP-DNI PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 REP-CBU PIC X(22).
           03 FILLER PIC X(2) VALUE SPACES.
           03 REP-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(35) VALUE SPACES.
       01 LINEA-TOTAL-RENDICION.
           03 RET-ETIQUETA PIC X(35).
           03 RET-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RET-IMPORTE PIC ZZZZZZZZZZ9,99.
           03 FILLER PIC X(43) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Aplicacion de la rendicion del banco contra el archivo de
      * pagos de TP: cada respuesta se ata al registro 'D' enviado
      * por profesor y periodo. Los rechazos salen en un reporte
      * agrupado por motivo y quedan en PagosPendientes.dat, desde
      * donde RECIBOS marca el recibo como no pagado y TP vuelve a
      * girar el neto una vez corregido el CBU. Las respuestas que
      * no se pueden atar y los pagos enviados sin respuesta salen
      * aparte, para reclamar al banco.

        COMIENZO.
            PERFORM 0100-INICIO.
            PERFORM 0500-LEER-RENDICION.
            PERFORM 0600-PROCESAR-RENDICION UNTIL EOF-RENDICION.
            PERFORM 2000-EMITIR-RECHAZOS.
            PERFORM 2500-EMITIR-SIN-RESPUESTA.
            PERFORM 2700-REGRABAR-PENDIENTES.
            PERFORM 2900-FIN.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-DEL-DIA.
            MOVE WS-CURRENT-DAY TO REN-DIA.
            MOVE WS-CURRENT-MONTH TO REN-MES.
            MOVE WS-CURRENT-YEAR TO REN-ANIO.
            OPEN INPUT PAGO-BANCO.
            PERFORM 0200-LEER-PAGO-BANCO.
            PERFORM 0250-CARGAR-PAGO-BANCO UNTIL EOF-PAGO-BANCO.
            CLOSE PAGO-BANCO.
            OPEN INPUT PAGOS-PENDIENTES.
            PERFORM 0300-LEER-PENDIENTE.
            PERFORM 0350-CARGAR-PENDIENTE UNTIL EOF-PENDIENTES.
            CLOSE PAGOS-PENDIENTES.
            OPEN INPUT RENDICION-BANCO.
            OPEN OUTPUT LISTADO-RENDICION.
            WRITE LINEA-RENDICION FROM ENCABEZADO-RENDICION.
            WRITE LINEA-RENDICION FROM LINEA-EN-BLANCO.
            MOVE 'RESPUESTAS OBSERVADAS:' TO REN-TITULO-SECCION.
            WRITE LINEA-RENDICION FROM LINEA-SECCION-RENDICION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-PAGO-BANCO.
         READ PAGO-BANCO AT END MOVE "SI" TO EOF-PAGO-SW.
         IF PAGO-ESTADO NOT EQUAL '00' AND NOT EOF-PAGO-BANCO
             MOVE "SI" TO EOF-PAGO-SW
         END-IF.

      *-----------------------------------------------------------*
      * Solo interesan los registros 'D'; el 'C' de control y las
      * lineas en blanco del salto de carro se saltean.
      *-----------------------------------------------------------*
        0250-CARGAR-PAGO-BANCO.
         IF PAG-TIPO EQUAL 'D'
             IF PAGO-SUBINDICE > 1000
                 DISPLAY 'TABLA-PAGOS-ENVIADOS LLENA - '
                 DISPLAY 'AUMENTAR EL OCCURS'
                 STOP RUN
             END-IF
             MOVE PAG-NUMERO TO TAB-PAG-NUMERO(PAGO-SUBINDICE)
             MOVE PAG-PERIODO TO TAB-PAG-PERIODO(PAGO-SUBINDICE)
             MOVE PAG-DNI TO TAB-PAG-DNI(PAGO-SUBINDICE)
             MOVE PAG-CBU TO TAB-PAG-CBU(PAGO-SUBINDICE)
             MOVE PAG-IMPORTE TO TAB-PAG-IMPORTE(PAGO-SUBINDICE)
             MOVE SPACES TO TAB-PAG-RESPUESTA(PAGO-SUBINDICE)
             ADD 1 TO PAGO-SUBINDICE
         END-IF.
         PERFORM 0200-LEER-PAGO-BANCO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-PENDIENTE.
         READ PAGOS-PENDIENTES AT END MOVE "SI" TO EOF-PPE-SW.
         IF PPE-ESTADO NOT EQUAL '00' AND NOT EOF-PENDIENTES
             MOVE "SI" TO EOF-PPE-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0350-CARGAR-PENDIENTE.
         IF PPE-SUBINDICE > 1000
             DISPLAY 'TABLA-PAGOS-PENDIENTES LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE PPE-NUMERO TO TAB-PPE-NUMERO(PPE-SUBINDICE).
         MOVE PPE-PERIODO TO TAB-PPE-PERIODO(PPE-SUBINDICE).
         MOVE PPE-DNI TO TAB-PPE-DNI(PPE-SUBINDICE).
         MOVE PPE-CBU TO TAB-PPE-CBU(PPE-SUBINDICE).
         MOVE PPE-IMPORTE TO TAB-PPE-IMPORTE(PPE-SUBINDICE).
         MOVE PPE-MOTIVO TO TAB-PPE-MOTIVO(PPE-SUBINDICE).
         MOVE PPE-DESC-MOTIVO TO TAB-PPE-DESC-MOTIVO(PPE-SUBINDICE).
         MOVE PPE-FECHA-RECHAZO
             TO TAB-PPE-FECHA-RECHAZO(PPE-SUBINDICE).
         ADD 1 TO PPE-SUBINDICE.
         PERFORM 0300-LEER-PENDIENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-LEER-RENDICION.
         READ RENDICION-BANCO AT END MOVE "SI" TO EOF-RBA-SW.
         IF RBA-ESTADO-ARCH NOT EQUAL '00' AND NOT EOF-RENDICION
             MOVE "SI" TO EOF-RBA-SW
         END-IF.

      *-----------------------------------------------------------*
      * Cada respuesta se ata por profesor y periodo al pago
      * enviado. La respuesta que no se puede atar, la repetida o
      * la de estado desconocido no toca nada: sale observada.
      *-----------------------------------------------------------*
        0600-PROCESAR-RENDICION.
         IF REG-RENDICION NOT EQUAL SPACES
             ADD 1 TO TOTAL-RESPUESTAS-LEIDAS
             PERFORM 0650-BUSCAR-PAGO-ENVIADO
             IF NOT PAGO-HALLADO
                 MOVE 'SIN PAGO ENVIADO' TO MOTIVO-OBSERVACION
                 PERFORM 0700-OBSERVAR-RESPUESTA
             ELSE
                 IF TAB-PAG-RESPUESTA(PAGO-INDICE) NOT EQUAL SPACES
                     MOVE 'RESPUESTA REPETIDA' TO MOTIVO-OBSERVACION
                     PERFORM 0700-OBSERVAR-RESPUESTA
                 ELSE
                     EVALUATE RBA-ESTADO
                         WHEN 'A'
                             PERFORM 0800-APLICAR-ACREDITADO
                         WHEN 'R'
                             PERFORM 0900-APLICAR-RECHAZO
                         WHEN OTHER
                             MOVE 'ESTADO DE RESPUESTA INVALIDO'
                                 TO MOTIVO-OBSERVACION
                             PERFORM 0700-OBSERVAR-RESPUESTA
                     END-EVALUATE
                 END-IF
             END-IF
         END-IF.
         PERFORM 0500-LEER-RENDICION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0650-BUSCAR-PAGO-ENVIADO.
         MOVE "NO" TO PAGO-HALLADO-SW.
         SET PAGO-INDICE TO 1.
         SEARCH TAB-PAGOS
             AT END CONTINUE
             WHEN TAB-PAG-NUMERO(PAGO-INDICE) EQUAL RBA-NUMERO AND
                  TAB-PAG-PERIODO(PAGO-INDICE) EQUAL RBA-PERIODO
                 MOVE "SI" TO PAGO-HALLADO-SW
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0700-OBSERVAR-RESPUESTA.
         ADD 1 TO TOTAL-OBSERVADAS.
         MOVE REG-RENDICION TO OBS-RESPUESTA.
         MOVE MOTIVO-OBSERVACION TO OBS-MOTIVO.
         WRITE LINEA-RENDICION FROM DATOS-OBSERVACION.

      *-----------------------------------------------------------*
      * La acreditacion por un importe distinto del girado se
      * toma igual (el banco ya deposito) pero queda observada.
      *-----------------------------------------------------------*
        0800-APLICAR-ACREDITADO.
         MOVE 'A' TO TAB-PAG-RESPUESTA(PAGO-INDICE).
         ADD 1 TO TOTAL-ACREDITADAS.
         ADD RBA-IMPORTE TO TOTAL-IMPORTE-ACREDITADO.
         IF RBA-IMPORTE NOT EQUAL TAB-PAG-IMPORTE(PAGO-INDICE)
             MOVE 'IMPORTE DISTINTO DEL ENVIADO' TO MOTIVO-OBSERVACION
             PERFORM 0700-OBSERVAR-RESPUESTA
         END-IF.

      *-----------------------------------------------------------*
      * El rechazo pasa a pendientes por el neto que se envio, con
      * el DNI y el CBU que rebotaron. Si la misma rendicion se
      * aplica dos veces el pago ya figura pendiente y no se
      * duplica.
      *-----------------------------------------------------------*
        0900-APLICAR-RECHAZO.
         MOVE 'R' TO TAB-PAG-RESPUESTA(PAGO-INDICE).
         ADD 1 TO TOTAL-RECHAZADAS.
         ADD TAB-PAG-IMPORTE(PAGO-INDICE) TO TOTAL-IMPORTE-RECHAZADO.
         IF RCH-SUBINDICE > 1000
             DISPLAY 'TABLA-RECHAZOS LLENA - AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE RBA-NUMERO TO TAB-RCH-NUMERO(RCH-SUBINDICE).
         MOVE RBA-PERIODO TO TAB-RCH-PERIODO(RCH-SUBINDICE).
         MOVE TAB-PAG-DNI(PAGO-INDICE) TO TAB-RCH-DNI(RCH-SUBINDICE).
         MOVE TAB-PAG-CBU(PAGO-INDICE) TO TAB-RCH-CBU(RCH-SUBINDICE).
         MOVE TAB-PAG-IMPORTE(PAGO-INDICE)
             TO TAB-RCH-IMPORTE(RCH-SUBINDICE).
         MOVE RBA-MOTIVO TO TAB-RCH-MOTIVO(RCH-SUBINDICE).
         ADD 1 TO RCH-SUBINDICE.
         PERFORM 0950-ACUMULAR-MOTIVO.
         PERFORM 0970-ANOTAR-PENDIENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0950-ACUMULAR-MOTIVO.
         SET MOT-INDICE TO 1.
         SEARCH TAB-MOTIVOS
             AT END
                 IF MOT-SUBINDICE > 100
                     DISPLAY 'TABLA-MOTIVOS LLENA - '
                     DISPLAY 'AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 SET MOT-INDICE TO MOT-SUBINDICE
                 ADD 1 TO MOT-SUBINDICE
                 MOVE RBA-MOTIVO TO TAB-MOT-CODIGO(MOT-INDICE)
                 MOVE RBA-DESC-MOTIVO TO TAB-MOT-DESC(MOT-INDICE)
                 MOVE 1 TO TAB-MOT-CANTIDAD(MOT-INDICE)
                 MOVE TAB-PAG-IMPORTE(PAGO-INDICE)
                     TO TAB-MOT-IMPORTE(MOT-INDICE)
             WHEN TAB-MOT-CODIGO(MOT-INDICE) EQUAL RBA-MOTIVO
                 ADD 1 TO TAB-MOT-CANTIDAD(MOT-INDICE)
                 ADD TAB-PAG-IMPORTE(PAGO-INDICE)
                     TO TAB-MOT-IMPORTE(MOT-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0970-ANOTAR-PENDIENTE.
         MOVE "NO" TO PENDIENTE-HALLADO-SW.
         SET PPE-INDICE TO 1.
         SEARCH TAB-PENDIENTES
             AT END CONTINUE
             WHEN PPE-INDICE < PPE-SUBINDICE AND
                  TAB-PPE-NUMERO(PPE-INDICE) EQUAL RBA-NUMERO AND
                  TAB-PPE-PERIODO(PPE-INDICE) EQUAL RBA-PERIODO
                 MOVE "SI" TO PENDIENTE-HALLADO-SW
         END-SEARCH.
         IF PENDIENTE-HALLADO
             ADD 1 TO TOTAL-YA-PENDIENTES
         ELSE
             IF PPE-SUBINDICE > 1000
                 DISPLAY 'TABLA-PAGOS-PENDIENTES LLENA - '
                 DISPLAY 'AUMENTAR EL OCCURS'
                 STOP RUN
             END-IF
             MOVE RBA-NUMERO TO TAB-PPE-NUMERO(PPE-SUBINDICE)
             MOVE RBA-PERIODO TO TAB-PPE-PERIODO(PPE-SUBINDICE)
             MOVE TAB-PAG-DNI(PAGO-INDICE)
                 TO TAB-PPE-DNI(PPE-SUBINDICE)
             MOVE TAB-PAG-CBU(PAGO-INDICE)
                 TO TAB-PPE-CBU(PPE-SUBINDICE)
             MOVE TAB-PAG-IMPORTE(PAGO-INDICE)
                 TO TAB-PPE-IMPORTE(PPE-SUBINDICE)
             MOVE RBA-MOTIVO TO TAB-PPE-MOTIVO(PPE-SUBINDICE)
             MOVE RBA-DESC-MOTIVO
                 TO TAB-PPE-DESC-MOTIVO(PPE-SUBINDICE)
             MOVE FECHA-DEL-DIA
                 TO TAB-PPE-FECHA-RECHAZO(PPE-SUBINDICE)
             ADD 1 TO PPE-SUBINDICE
             ADD 1 TO TOTAL-NUEVOS-PENDIENTES
         END-IF.

      *-----------------------------------------------------------*
      * Reporte de rechazos agrupado por motivo del banco: un
      * bloque por motivo con sus pagos y el subtotal.
      *-----------------------------------------------------------*
        2000-EMITIR-RECHAZOS.
         WRITE LINEA-RENDICION FROM LINEA-EN-BLANCO.
         MOVE 'PAGOS RECHAZADOS POR MOTIVO:' TO REN-TITULO-SECCION.
         WRITE LINEA-RENDICION FROM LINEA-SECCION-RENDICION.
         PERFORM 2100-EMITIR-MOTIVO
             VARYING MOT-INDICE FROM 1 BY 1
             UNTIL MOT-INDICE EQUAL MOT-SUBINDICE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2100-EMITIR-MOTIVO.
         WRITE LINEA-RENDICION FROM LINEA-EN-BLANCO.
         MOVE TAB-MOT-CODIGO(MOT-INDICE) TO REM-CODIGO.
         MOVE TAB-MOT-DESC(MOT-INDICE) TO REM-DESC.
         WRITE LINEA-RENDICION FROM LINEA-MOTIVO-RECHAZO.
         WRITE LINEA-RENDICION FROM ENCABEZADO-RECHAZOS-COL.
         PERFORM 2150-EMITIR-RECHAZO
             VARYING RCH-INDICE FROM 1 BY 1
             UNTIL RCH-INDICE EQUAL RCH-SUBINDICE.
         MOVE 'SUBTOTAL DEL MOTIVO:               ' TO RET-ETIQUETA.
         MOVE TAB-MOT-CANTIDAD(MOT-INDICE) TO RET-CANTIDAD.
         MOVE TAB-MOT-IMPORTE(MOT-INDICE) TO RET-IMPORTE.
         WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2150-EMITIR-RECHAZO.
         IF TAB-RCH-MOTIVO(RCH-INDICE) EQUAL
                 TAB-MOT-CODIGO(MOT-INDICE)
             MOVE TAB-RCH-NUMERO(RCH-INDICE) TO REP-NUMERO
             MOVE TAB-RCH-PERIODO(RCH-INDICE) TO REP-PERIODO
             MOVE TAB-RCH-DNI(RCH-INDICE) TO REP-DNI
             MOVE TAB-RCH-CBU(RCH-INDICE) TO REP-CBU
             MOVE TAB-RCH-IMPORTE(RCH-INDICE) TO REP-IMPORTE
             WRITE LINEA-RENDICION FROM DATOS-PAGO-RENDICION
         END-IF.

      *-----------------------------------------------------------*
      * Pagos girados de los que el banco no informo nada: ni
      * acreditados ni rechazados, hay que reclamarlos.
      *-----------------------------------------------------------*
        2500-EMITIR-SIN-RESPUESTA.
         WRITE LINEA-RENDICION FROM LINEA-EN-BLANCO.
         MOVE 'PAGOS ENVIADOS SIN RESPUESTA DEL BANCO:'
             TO REN-TITULO-SECCION.
         WRITE LINEA-RENDICION FROM LINEA-SECCION-RENDICION.
         WRITE LINEA-RENDICION FROM ENCABEZADO-RECHAZOS-COL.
         PERFORM 2550-EMITIR-SIN-RESPUESTA
             VARYING PAGO-INDICE FROM 1 BY 1
             UNTIL PAGO-INDICE EQUAL PAGO-SUBINDICE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2550-EMITIR-SIN-RESPUESTA.
         IF TAB-PAG-RESPUESTA(PAGO-INDICE) EQUAL SPACES
             ADD 1 TO TOTAL-SIN-RESPUESTA
             ADD TAB-PAG-IMPORTE(PAGO-INDICE)
                 TO TOTAL-IMPORTE-SIN-RESPUESTA
             MOVE TAB-PAG-NUMERO(PAGO-INDICE) TO REP-NUMERO
             MOVE TAB-PAG-PERIODO(PAGO-INDICE) TO REP-PERIODO
             MOVE TAB-PAG-DNI(PAGO-INDICE) TO REP-DNI
             MOVE TAB-PAG-CBU(PAGO-INDICE) TO REP-CBU
             MOVE TAB-PAG-IMPORTE(PAGO-INDICE) TO REP-IMPORTE
             WRITE LINEA-RENDICION FROM DATOS-PAGO-RENDICION
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2700-REGRABAR-PENDIENTES.
         OPEN OUTPUT PAGOS-PENDIENTES.
         PERFORM 2750-GRABAR-PENDIENTE
             VARYING PPE-INDICE FROM 1 BY 1
             UNTIL PPE-INDICE EQUAL PPE-SUBINDICE.
         CLOSE PAGOS-PENDIENTES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2750-GRABAR-PENDIENTE.
         MOVE TAB-PPE-NUMERO(PPE-INDICE) TO PPE-NUMERO.
         MOVE TAB-PPE-PERIODO(PPE-INDICE) TO PPE-PERIODO.
         MOVE TAB-PPE-DNI(PPE-INDICE) TO PPE-DNI.
         MOVE TAB-PPE-CBU(PPE-INDICE) TO PPE-CBU.
         MOVE TAB-PPE-IMPORTE(PPE-INDICE) TO PPE-IMPORTE.
         MOVE TAB-PPE-MOTIVO(PPE-INDICE) TO PPE-MOTIVO.
         MOVE TAB-PPE-DESC-MOTIVO(PPE-INDICE) TO PPE-DESC-MOTIVO.
         MOVE TAB-PPE-FECHA-RECHAZO(PPE-INDICE) TO PPE-FECHA-RECHAZO.
         WRITE REG-PAGO-PENDIENTE.
         ADD 1 TO TOTAL-PENDIENTES-GRABADOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2900-FIN.
            CLOSE RENDICION-BANCO.
            WRITE LINEA-RENDICION FROM LINEA-EN-BLANCO.
            MOVE 'RESPUESTAS LEIDAS:                 '
                TO RET-ETIQUETA.
            MOVE TOTAL-RESPUESTAS-LEIDAS TO RET-CANTIDAD.
            MOVE 0 TO RET-IMPORTE.
            WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.
            MOVE 'PAGOS ACREDITADOS:                 '
                TO RET-ETIQUETA.
            MOVE TOTAL-ACREDITADAS TO RET-CANTIDAD.
            MOVE TOTAL-IMPORTE-ACREDITADO TO RET-IMPORTE.
            WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.
            MOVE 'PAGOS RECHAZADOS:                  '
                TO RET-ETIQUETA.
            MOVE TOTAL-RECHAZADAS TO RET-CANTIDAD.
            MOVE TOTAL-IMPORTE-RECHAZADO TO RET-IMPORTE.
            WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.
            MOVE 'RESPUESTAS OBSERVADAS:             '
                TO RET-ETIQUETA.
            MOVE TOTAL-OBSERVADAS TO RET-CANTIDAD.
            MOVE 0 TO RET-IMPORTE.
            WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.
            MOVE 'ENVIADOS SIN RESPUESTA:            '
                TO RET-ETIQUETA.
            MOVE TOTAL-SIN-RESPUESTA TO RET-CANTIDAD.
            MOVE TOTAL-IMPORTE-SIN-RESPUESTA TO RET-IMPORTE.
            WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.
            MOVE 'RECHAZOS NUEVOS A PENDIENTES:      '
                TO RET-ETIQUETA.
            MOVE TOTAL-NUEVOS-PENDIENTES TO RET-CANTIDAD.
            MOVE 0 TO RET-IMPORTE.
            WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.
            MOVE 'RECHAZOS QUE YA ESTABAN PENDIENTES:'
                TO RET-ETIQUETA.
            MOVE TOTAL-YA-PENDIENTES TO RET-CANTIDAD.
            WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.
            MOVE 'PAGOS PENDIENTES DE REGIRAR:       '
                TO RET-ETIQUETA.
            MOVE TOTAL-PENDIENTES-GRABADOS TO RET-CANTIDAD.
            WRITE LINEA-RENDICION FROM LINEA-TOTAL-RENDICION.
            CLOSE LISTADO-RENDICION.
