        IDENTIFICATION DIVISION.
        PROGRAM-ID. CERTRET.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Anio a certificar (AAAA). OPTIONAL: sin parametro se
      * certifica el anio calendario anterior al de la corrida, que
      * es el que los profesores piden para su declaracion.
            SELECT OPTIONAL PARAM-CERTIFICADO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-ESTADO.

      * Historial permanente de pagos que TP agrega en cada corrida
      * (ver 1662-GRABAR-HISTORIAL-PAGO de TP).
            SELECT OPTIONAL HISTORIAL-PAGOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HPA-ESTADO.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS PROF-NUMERO
                                  FILE STATUS IS PROF-ESTADO.

      * Pagos que el banco rechazo y todavia no se volvieron a
      * girar (ver RENDICION): el mes sale marcado y su neto no
      * cuenta como cobrado. OPTIONAL como en RECIBOS.
            SELECT OPTIONAL PAGOS-PENDIENTES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PPE-ESTADO.

            SELECT ARCHIVO-CER-ORDENADO ASSIGN TO DISK
                                  FILE STATUS IS ORD-ESTADO.

            SELECT CERTIFICADOS ASSIGN TO PRINTER "Certificados.dat".
            SELECT RESUMEN-CONCEPTOS ASSIGN TO PRINTER
                                  "CertResumen.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD PARAM-CERTIFICADO LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "ParamCertificado.dat".
        01 REG-PARAM-CERTIFICADO.
            03 PAR-ANIO               PIC 9(4).

      * Mismo layout con el que TP agrega HistPagos.dat: 'B' bruto,
      * 'D' deduccion por concepto, 'N' neto girado.
        FD HISTORIAL-PAGOS LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "HistPagos.dat".
        01 REG-HIST-PAGO.
            03 HPA-NUMERO          PIC X(5).
            03 HPA-PERIODO         PIC 9(6).
            03 HPA-TIPO-REG        PIC X.
            03 HPA-CONCEPTO        PIC X(4).
            03 HPA-DESC            PIC X(20).
            03 HPA-IMPORTE         PIC 9(9)V99.
            03 HPA-DNI             PIC 9(8).
            03 HPA-FECHA-CORRIDA   PIC 9(8).
            03 HPA-HORA-CORRIDA    PIC 9(6).

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ProfesoresI.dat".
        01 REG-PROFESORES.
            03 PROF-NUMERO            PIC X(5).
            03 PROF-DNI               PIC 9(8).
            03 PROF-NOMBRE            PIC X(25).
            03 PROF-DIRE              PIC X(20).
            03 PROF-TEL               PIC X(20).
            03 PROF-CBU               PIC X(22).

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

        SD ARCHIVO-CER-ORDENADO DATA RECORD IS REG-ORDENADO.
        01 REG-ORDENADO.
            03 ORD-NUMERO             PIC X(5).
            03 ORD-PERIODO            PIC 9(6).
            03 ORD-TIPO-REG           PIC X.
            03 ORD-CONCEPTO           PIC X(4).
            03 ORD-DESC               PIC X(20).
            03 ORD-IMPORTE            PIC 9(9)V99.
            03 ORD-DNI                PIC 9(8).

        FD CERTIFICADOS LABEL RECORD OMITTED.
        01 LINEA-CERTIFICADO PIC X(92).

        FD RESUMEN-CONCEPTOS LABEL RECORD OMITTED.
        01 LINEA-RESUMEN PIC X(92).

        WORKING-STORAGE SECTION.
        77 PARAM-ESTADO PIC XX.
        77 HPA-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
            88 OK-PROF-LEIDO VALUE '00'.
        77 PPE-ESTADO PIC XX.
        77 ORD-ESTADO PIC XX.
        77 EOF-HIST-SW PIC XX VALUE "NO".
            88 EOF-HISTORIAL VALUE "SI".
        77 EOF-PPE-SW PIC XX VALUE "NO".
            88 EOF-PENDIENTES VALUE "SI".
        77 EOF-ORD-SW PIC XX VALUE "NO".
            88 EOF-ORDENADO VALUE "SI".
        77 RECHAZO-HALLADO-SW PIC XX VALUE "NO".
            88 RECHAZO-HALLADO VALUE "SI".

        77 ANIO-CERTIFICADO PIC 9(4) VALUE 0.
        77 ANIO-REGISTRO PIC 9(4) VALUE 0.
        77 PPE-SUBINDICE PIC 9(4) VALUE 1.
        77 CPE-SUBINDICE PIC 9(2) VALUE 1.
        77 CAN-SUBINDICE PIC 9(2) VALUE 1.
        77 CGE-SUBINDICE PIC 9(2) VALUE 1.

        77 PROFESOR-ANTERIOR PIC X(5) VALUE SPACES.
        77 PERIODO-ANTERIOR PIC 9(6) VALUE 0.
        77 BRUTO-PERIODO PIC 9(9)V99 VALUE 0.
        77 RETENIDO-PERIODO PIC 9(9)V99 VALUE 0.
        77 NETO-PERIODO PIC 9(9)V99 VALUE 0.
        77 BRUTO-ANUAL PIC 9(11)V99 VALUE 0.
        77 RETENIDO-ANUAL PIC 9(11)V99 VALUE 0.
        77 NETO-ANUAL PIC 9(11)V99 VALUE 0.
        77 NETO-RECHAZADO PIC 9(11)V99 VALUE 0.
        77 NETO-COBRADO PIC 9(11)V99 VALUE 0.

        77 TOTAL-HIST-LEIDOS PIC 9(7) VALUE 0.
        77 TOTAL-HIST-DEL-ANIO PIC 9(7) VALUE 0.
        77 TOTAL-CERTIFICADOS PIC 9(5) VALUE 0.
        77 TOTAL-MESES-RECHAZADOS PIC 9(5) VALUE 0.
        77 TOTAL-BRUTO-GENERAL PIC 9(13)V99 VALUE 0.
        77 TOTAL-RETENIDO-GENERAL PIC 9(13)V99 VALUE 0.
        77 TOTAL-NETO-GENERAL PIC 9(13)V99 VALUE 0.
        77 TOTAL-RECHAZADO-GENERAL PIC 9(13)V99 VALUE 0.
        77 TOTAL-CONCEPTOS-GENERAL PIC 9(13)V99 VALUE 0.

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC 9(04).
               10 WS-CURRENT-MONTH    PIC X(02).
               10 WS-CURRENT-DAY     PIC X(02).
           05  WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR     PIC  9(2).
               10  WS-CURRENT-MINUTE  PIC  9(2).
               10  WS-CURRENT-SECOND  PIC  9(2).
               10  WS-CURRENT-MS      PIC  9(2).
               10  WS-GMT-SIGN        PIC X(01).
               10  WS-GMT-TIME        PIC X(04).

       01 PERIODO-DESGLOSE.
           03 PDS-ANIO PIC 9(4).
           03 PDS-MES PIC 9(2).

      * Rechazos bancarios pendientes de PagosPendientes.dat.
       01 TABLA-PAGOS-RECHAZADOS.
           02 TAB-RECHAZADOS OCCURS 1000 TIMES INDEXED BY PPE-INDICE.
               03 TAB-PPE-NUMERO PIC X(5).
               03 TAB-PPE-PERIODO PIC 9(6).
               03 TAB-PPE-IMPORTE PIC 9(9)V99.

      * Deducciones del mes en curso del certificado: TP historia
      * un registro por concepto en cada corrida, y una corrida en
      * modo restart puede girar un segundo pago del mismo periodo.
       01 TABLA-CONCEPTOS-PERIODO.
           02 TAB-CONC-PERIODO OCCURS 50 TIMES INDEXED BY CPE-INDICE.
               03 TAB-CPE-CONCEPTO PIC X(4).
               03 TAB-CPE-DESC PIC X(20).
               03 TAB-CPE-IMPORTE PIC 9(9)V99.

      * Retenciones del anio del profesor, por concepto.
       01 TABLA-CONCEPTOS-ANIO.
           02 TAB-CONC-ANIO OCCURS 50 TIMES INDEXED BY CAN-INDICE.
               03 TAB-CAN-CONCEPTO PIC X(4).
               03 TAB-CAN-DESC PIC X(20).
               03 TAB-CAN-IMPORTE PIC 9(11)V99.

      * Retenciones de todos los profesores por concepto y mes,
      * para conciliar contra lo depositado ante el fisco.
       01 TABLA-CONCEPTOS-GENERAL.
           02 TAB-CONC-GENERAL OCCURS 50 TIMES INDEXED BY CGE-INDICE.
               03 TAB-CGE-CONCEPTO PIC X(4).
               03 TAB-CGE-DESC PIC X(20).
               03 TAB-CGE-PROFESORES PIC 9(5).
               03 TAB-CGE-TOTAL PIC 9(13)V99.
               03 TAB-CGE-MES OCCURS 12 TIMES INDEXED BY MES-INDICE.
                   05 TAB-CGE-IMPORTE-MES PIC 9(11)V99.

       01 ENCABEZADO-CERTIFICADO.
           03 FILLER PIC X(42)
               VALUE 'CERTIFICADO ANUAL DE HABERES Y RETENCIONES'.
           03 FILLER PIC X(8) VALUE ' - ANIO '.
           03 CER-ANIO PIC 9(4).
           03 FILLER PIC X(12) VALUE '   EMITIDO: '.
           03 CER-DIA PIC XX.
           03 FILLER PIC X VALUE '/'.
           03 CER-MES PIC XX.
           03 FILLER PIC X VALUE '/'.
           03 CER-ANIO-EMISION PIC 9(4).
           03 FILLER PIC X(16) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(92) VALUE SPACES.
       01 LINEA-SEPARADOR.
           03 FILLER PIC X(92) VALUE ALL "=".
       01 LINEA-HORIZONTAL.
           03 FILLER PIC X(92) VALUE ALL "_".
       01 DATOS-PROFESOR-CERT.
           03 FILLER PIC X(10) VALUE 'PROFESOR: '.
           03 CEP-NUMERO PIC X(5).
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(8) VALUE 'NOMBRE: '.
           03 CEP-NOMBRE PIC X(25).
           03 FILLER PIC X(7) VALUE '  DNI: '.
           03 CEP-DNI PIC 9(8).
           03 FILLER PIC X(26) VALUE SPACES.
       01 ENCABEZADO-TABLA-CERT.
           03 FILLER PIC X(35) VALUE ' PERIODO   CONCEPTO RETENIDO'.
           03 FILLER PIC X(38)
               VALUE '       BRUTO     RETENIDO         NETO'.
           03 FILLER PIC X(19) VALUE SPACES.
       01 DATOS-MES-CERT.
           03 CEM-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 CEM-ANIO PIC 9(4).
           03 FILLER PIC X(28) VALUE SPACES.
           03 CEM-BRUTO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CEM-RETENIDO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CEM-NETO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 CEM-MARCA PIC X(17).
       01 DATOS-DEDUCCION-CERT.
           03 FILLER PIC X(10) VALUE SPACES.
           03 CED-CONCEPTO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CED-DESC PIC X(20).
           03 FILLER PIC X(13) VALUE SPACES.
           03 CED-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(32) VALUE SPACES.
       01 LINEA-TOTAL-CERT.
           03 CET-ETIQUETA PIC X(35).
           03 CET-BRUTO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CET-RETENIDO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CET-NETO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(19) VALUE SPACES.
       01 LINEA-TITULO-CERT.
           03 CTI-ETIQUETA PIC X(35).
           03 FILLER PIC X(57) VALUE SPACES.
       01 LINEA-IMPORTE-CERT.
           03 CEI-ETIQUETA PIC X(35).
           03 FILLER PIC X(26) VALUE SPACES.
           03 CEI-IMPORTE PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(19) VALUE SPACES.
       01 LINEA-TOTAL-GENERAL-CERT.
           03 CEG-ETIQUETA PIC X(35).
           03 CEG-CANTIDAD PIC ZZZZZZ9.
           03 FILLER PIC X(50) VALUE SPACES.
       01 LINEA-IMPORTE-GENERAL-CERT.
           03 CGI-ETIQUETA PIC X(35).
           03 CGI-IMPORTE PIC ZZZZZZZZZZZZ9,99.
           03 FILLER PIC X(41) VALUE SPACES.

       01 ENCABEZADO-RESUMEN.
           03 FILLER PIC X(43)
               VALUE 'RESUMEN DE RETENCIONES POR CONCEPTO - ANIO '.
           03 RSE-ANIO PIC 9(4).
           03 FILLER PIC X(45) VALUE SPACES.
       01 DATOS-CONCEPTO-RESUMEN.
           03 FILLER PIC X(10) VALUE 'CONCEPTO: '.
           03 RSC-CONCEPTO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 RSC-DESC PIC X(20).
           03 FILLER PIC X(14) VALUE '  PROFESORES: '.
           03 RSC-PROFESORES PIC ZZZZ9.
           03 FILLER PIC X(38) VALUE SPACES.
       01 DATOS-MES-RESUMEN.
           03 FILLER PIC X(4) VALUE SPACES.
           03 RSM-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 RSM-ANIO PIC 9(4).
           03 FILLER PIC X(24) VALUE SPACES.
           03 RSM-IMPORTE PIC ZZZZZZZZZZ9,99.
           03 FILLER PIC X(43) VALUE SPACES.
       01 LINEA-TOTAL-RESUMEN.
           03 RST-ETIQUETA PIC X(35).
           03 RST-IMPORTE PIC ZZZZZZZZZZZZ9,99.
           03 FILLER PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Certificado anual de haberes y retenciones por profesor,
      * armado desde HistPagos.dat (PagoBanco.dat y
      * PagoDeducciones.dat se regraban en cada corrida de TP y no
      * sirven para mirar el anio). Por cada mes: bruto liquidado,
      * cada concepto retenido y neto girado; al pie los totales
      * del anio. CertResumen.dat junta las retenciones de todos
      * los profesores por concepto y mes para conciliar contra lo
      * depositado ante el fisco. Solo lectura: no modifica nada.

        SORT ARCHIVO-CER-ORDENADO
             ON ASCENDING KEY ORD-NUMERO
             ON ASCENDING KEY ORD-PERIODO
             ON ASCENDING KEY ORD-TIPO-REG
             ON ASCENDING KEY ORD-CONCEPTO
             INPUT PROCEDURE IS CARGA-HISTORIAL
             OUTPUT PROCEDURE IS EMISION-CERTIFICADOS.
        STOP RUN.

      *****************************************************
      *****************************************************
       CARGA-HISTORIAL SECTION.
      *****************************************************
      *****************************************************
       PERFORM 0100-INICIO-CARGA.
       PERFORM 0300-LEER-HISTORIAL.
       PERFORM 0400-PROCESAR-HISTORIAL UNTIL EOF-HISTORIAL.
       PERFORM 0700-FIN-CARGA.

      *****************************************************
      *****************************************************
       EMISION-CERTIFICADOS SECTION.
      *****************************************************
      *****************************************************
       PERFORM 1000-INICIO-EMISION.
       PERFORM 1100-LEER-ORDENADO.
       PERFORM 1200-PROCESAR-POR-PROFESOR UNTIL EOF-ORDENADO.
       PERFORM 1900-FIN-EMISION.

      *****************************************************
      *****************************************************
       OTRA SECTION.
      *****************************************************
      *****************************************************
        0100-INICIO-CARGA.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            OPEN INPUT PARAM-CERTIFICADO.
            READ PARAM-CERTIFICADO
                AT END MOVE 0 TO PAR-ANIO.
            IF PARAM-ESTADO NOT EQUAL '00' OR PAR-ANIO NOT NUMERIC
                MOVE 0 TO PAR-ANIO
            END-IF.
            MOVE PAR-ANIO TO ANIO-CERTIFICADO.
            CLOSE PARAM-CERTIFICADO.
            IF ANIO-CERTIFICADO EQUAL 0
                COMPUTE ANIO-CERTIFICADO = WS-CURRENT-YEAR - 1
            END-IF.
            PERFORM 0150-LIMPIAR-CONCEPTO-GENERAL
                VARYING CGE-INDICE FROM 1 BY 1
                UNTIL CGE-INDICE > 50.
            OPEN INPUT PAGOS-PENDIENTES.
            PERFORM 0200-LEER-PENDIENTE.
            PERFORM 0250-CARGAR-PENDIENTE UNTIL EOF-PENDIENTES.
            CLOSE PAGOS-PENDIENTES.
            OPEN INPUT HISTORIAL-PAGOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0150-LIMPIAR-CONCEPTO-GENERAL.
         MOVE SPACES TO TAB-CGE-CONCEPTO(CGE-INDICE).
         MOVE SPACES TO TAB-CGE-DESC(CGE-INDICE).
         MOVE 0 TO TAB-CGE-PROFESORES(CGE-INDICE).
         MOVE 0 TO TAB-CGE-TOTAL(CGE-INDICE).
         PERFORM 0160-LIMPIAR-MES-GENERAL
             VARYING MES-INDICE FROM 1 BY 1
             UNTIL MES-INDICE > 12.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0160-LIMPIAR-MES-GENERAL.
         MOVE 0 TO TAB-CGE-IMPORTE-MES(CGE-INDICE, MES-INDICE).

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-PENDIENTE.
         READ PAGOS-PENDIENTES AT END MOVE "SI" TO EOF-PPE-SW.
         IF PPE-ESTADO NOT EQUAL '00' AND NOT EOF-PENDIENTES
             MOVE "SI" TO EOF-PPE-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0250-CARGAR-PENDIENTE.
         IF PPE-SUBINDICE > 1000
             DISPLAY 'TABLA-PAGOS-RECHAZADOS LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE PPE-NUMERO TO TAB-PPE-NUMERO(PPE-SUBINDICE).
         MOVE PPE-PERIODO TO TAB-PPE-PERIODO(PPE-SUBINDICE).
         MOVE PPE-IMPORTE TO TAB-PPE-IMPORTE(PPE-SUBINDICE).
         ADD 1 TO PPE-SUBINDICE.
         PERFORM 0200-LEER-PENDIENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-HISTORIAL.
         READ HISTORIAL-PAGOS AT END MOVE "SI" TO EOF-HIST-SW.
         IF HPA-ESTADO NOT EQUAL '00' AND NOT EOF-HISTORIAL
             MOVE "SI" TO EOF-HIST-SW
         END-IF.

      *-----------------------------------------------------------*
      * Solo entran los pagos de periodos del anio pedido.
      *-----------------------------------------------------------*
        0400-PROCESAR-HISTORIAL.
         IF REG-HIST-PAGO NOT EQUAL SPACES
             ADD 1 TO TOTAL-HIST-LEIDOS
             COMPUTE ANIO-REGISTRO = HPA-PERIODO / 100
             IF ANIO-REGISTRO EQUAL ANIO-CERTIFICADO
                 ADD 1 TO TOTAL-HIST-DEL-ANIO
                 MOVE HPA-NUMERO TO ORD-NUMERO
                 MOVE HPA-PERIODO TO ORD-PERIODO
                 MOVE HPA-TIPO-REG TO ORD-TIPO-REG
                 MOVE HPA-CONCEPTO TO ORD-CONCEPTO
                 MOVE HPA-DESC TO ORD-DESC
                 MOVE HPA-IMPORTE TO ORD-IMPORTE
                 MOVE HPA-DNI TO ORD-DNI
                 RELEASE REG-ORDENADO
             END-IF
         END-IF.
         PERFORM 0300-LEER-HISTORIAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0700-FIN-CARGA.
            CLOSE HISTORIAL-PAGOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-INICIO-EMISION.
            OPEN INPUT PROFESORES.
            OPEN OUTPUT CERTIFICADOS.
            OPEN OUTPUT RESUMEN-CONCEPTOS.
            MOVE ANIO-CERTIFICADO TO CER-ANIO.
            MOVE WS-CURRENT-DAY TO CER-DIA.
            MOVE WS-CURRENT-MONTH TO CER-MES.
            MOVE WS-CURRENT-YEAR TO CER-ANIO-EMISION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1100-LEER-ORDENADO.
         RETURN ARCHIVO-CER-ORDENADO
            AT END MOVE "SI" TO EOF-ORD-SW.

      *-----------------------------------------------------------*
      * Un certificado por profesor: encabezado con sus datos, un
      * bloque por mes y los totales del anio.
      *-----------------------------------------------------------*
        1200-PROCESAR-POR-PROFESOR.
         MOVE ORD-NUMERO TO PROFESOR-ANTERIOR.
         MOVE 0 TO BRUTO-ANUAL.
         MOVE 0 TO RETENIDO-ANUAL.
         MOVE 0 TO NETO-ANUAL.
         MOVE 0 TO NETO-RECHAZADO.
         MOVE 1 TO CAN-SUBINDICE.
         PERFORM 1210-LIMPIAR-CONCEPTO-ANIO
             VARYING CAN-INDICE FROM 1 BY 1
             UNTIL CAN-INDICE > 50.
         WRITE LINEA-CERTIFICADO FROM LINEA-SEPARADOR.
         WRITE LINEA-CERTIFICADO FROM ENCABEZADO-CERTIFICADO.
         PERFORM 1250-DATOS-PROFESOR.
         WRITE LINEA-CERTIFICADO FROM LINEA-EN-BLANCO.
         WRITE LINEA-CERTIFICADO FROM ENCABEZADO-TABLA-CERT.
         WRITE LINEA-CERTIFICADO FROM LINEA-HORIZONTAL.
         PERFORM 1300-PROCESAR-PERIODO UNTIL EOF-ORDENADO OR
             (PROFESOR-ANTERIOR NOT EQUAL ORD-NUMERO).
         PERFORM 1500-TOTALES-PROFESOR.
         WRITE LINEA-CERTIFICADO FROM LINEA-EN-BLANCO.
         ADD 1 TO TOTAL-CERTIFICADOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1210-LIMPIAR-CONCEPTO-ANIO.
         MOVE SPACES TO TAB-CAN-CONCEPTO(CAN-INDICE).
         MOVE SPACES TO TAB-CAN-DESC(CAN-INDICE).
         MOVE 0 TO TAB-CAN-IMPORTE(CAN-INDICE).

      *-----------------------------------------------------------*
      * Nombre y DNI del maestro; el profesor dado de baja despues
      * de cobrar conserva el DNI con el que se le pago.
      *-----------------------------------------------------------*
        1250-DATOS-PROFESOR.
         MOVE PROFESOR-ANTERIOR TO CEP-NUMERO.
         MOVE PROFESOR-ANTERIOR TO PROF-NUMERO.
         READ PROFESORES RECORD.
         IF OK-PROF-LEIDO
             MOVE PROF-NOMBRE TO CEP-NOMBRE
             MOVE PROF-DNI TO CEP-DNI
         ELSE
             MOVE '** SIN ALTA EN PROFESORES' TO CEP-NOMBRE
             MOVE ORD-DNI TO CEP-DNI
         END-IF.
         WRITE LINEA-CERTIFICADO FROM DATOS-PROFESOR-CERT.

      *-----------------------------------------------------------*
      * Un periodo puede traer mas de un pago (corridas en modo
      * restart): se suman todos los registros del mes antes de
      * imprimirlo.
      *-----------------------------------------------------------*
        1300-PROCESAR-PERIODO.
         MOVE ORD-PERIODO TO PERIODO-ANTERIOR.
         MOVE 0 TO BRUTO-PERIODO.
         MOVE 0 TO RETENIDO-PERIODO.
         MOVE 0 TO NETO-PERIODO.
         MOVE 1 TO CPE-SUBINDICE.
         PERFORM 1310-LIMPIAR-CONCEPTO-PERIODO
             VARYING CPE-INDICE FROM 1 BY 1
             UNTIL CPE-INDICE > 50.
         PERFORM 1350-ACUMULAR-REGISTRO UNTIL EOF-ORDENADO OR
             (PROFESOR-ANTERIOR NOT EQUAL ORD-NUMERO) OR
             (PERIODO-ANTERIOR NOT EQUAL ORD-PERIODO).
         PERFORM 1400-EMITIR-PERIODO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1310-LIMPIAR-CONCEPTO-PERIODO.
         MOVE SPACES TO TAB-CPE-CONCEPTO(CPE-INDICE).
         MOVE SPACES TO TAB-CPE-DESC(CPE-INDICE).
         MOVE 0 TO TAB-CPE-IMPORTE(CPE-INDICE).

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1350-ACUMULAR-REGISTRO.
         EVALUATE ORD-TIPO-REG
             WHEN 'B'
                 ADD ORD-IMPORTE TO BRUTO-PERIODO
             WHEN 'D'
                 ADD ORD-IMPORTE TO RETENIDO-PERIODO
                 PERFORM 1360-ACUMULAR-CONCEPTO-PERIODO
             WHEN 'N'
                 ADD ORD-IMPORTE TO NETO-PERIODO
         END-EVALUATE.
         PERFORM 1100-LEER-ORDENADO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1360-ACUMULAR-CONCEPTO-PERIODO.
         SET CPE-INDICE TO 1.
         SEARCH TAB-CONC-PERIODO
             AT END
                 IF CPE-SUBINDICE > 50
                     DISPLAY 'TABLA-CONCEPTOS-PERIODO LLENA - '
                     DISPLAY 'AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 SET CPE-INDICE TO CPE-SUBINDICE
                 MOVE ORD-CONCEPTO TO TAB-CPE-CONCEPTO(CPE-INDICE)
                 MOVE ORD-DESC TO TAB-CPE-DESC(CPE-INDICE)
                 MOVE ORD-IMPORTE TO TAB-CPE-IMPORTE(CPE-INDICE)
                 ADD 1 TO CPE-SUBINDICE
             WHEN TAB-CPE-CONCEPTO(CPE-INDICE) EQUAL ORD-CONCEPTO
                 ADD ORD-IMPORTE TO TAB-CPE-IMPORTE(CPE-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      * Linea del mes y debajo cada concepto retenido. El mes cuya
      * transferencia sigue rechazada en PagosPendientes.dat sale
      * marcado y su neto no suma como cobrado.
      *-----------------------------------------------------------*
        1400-EMITIR-PERIODO.
         MOVE PERIODO-ANTERIOR TO PERIODO-DESGLOSE.
         MOVE PDS-MES TO CEM-MES.
         MOVE PDS-ANIO TO CEM-ANIO.
         MOVE BRUTO-PERIODO TO CEM-BRUTO.
         MOVE RETENIDO-PERIODO TO CEM-RETENIDO.
         MOVE NETO-PERIODO TO CEM-NETO.
         MOVE SPACES TO CEM-MARCA.
         MOVE "NO" TO RECHAZO-HALLADO-SW.
         SET PPE-INDICE TO 1.
         SEARCH TAB-RECHAZADOS
             AT END CONTINUE
             WHEN TAB-PPE-NUMERO(PPE-INDICE)
                     EQUAL PROFESOR-ANTERIOR AND
                  TAB-PPE-PERIODO(PPE-INDICE) EQUAL PERIODO-ANTERIOR
                 MOVE "SI" TO RECHAZO-HALLADO-SW
         END-SEARCH.
         IF RECHAZO-HALLADO
             MOVE '** RECHAZADO **  ' TO CEM-MARCA
             ADD TAB-PPE-IMPORTE(PPE-INDICE) TO NETO-RECHAZADO
             ADD 1 TO TOTAL-MESES-RECHAZADOS
         END-IF.
         WRITE LINEA-CERTIFICADO FROM DATOS-MES-CERT.
         PERFORM 1410-EMITIR-CONCEPTO-PERIODO
             VARYING CPE-INDICE FROM 1 BY 1
             UNTIL CPE-INDICE EQUAL CPE-SUBINDICE.
         ADD BRUTO-PERIODO TO BRUTO-ANUAL.
         ADD RETENIDO-PERIODO TO RETENIDO-ANUAL.
         ADD NETO-PERIODO TO NETO-ANUAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1410-EMITIR-CONCEPTO-PERIODO.
         MOVE TAB-CPE-CONCEPTO(CPE-INDICE) TO CED-CONCEPTO.
         MOVE TAB-CPE-DESC(CPE-INDICE) TO CED-DESC.
         MOVE TAB-CPE-IMPORTE(CPE-INDICE) TO CED-IMPORTE.
         WRITE LINEA-CERTIFICADO FROM DATOS-DEDUCCION-CERT.
         PERFORM 1430-ACUMULAR-CONCEPTO-GENERAL.
         PERFORM 1420-ACUMULAR-CONCEPTO-ANIO.

      *-----------------------------------------------------------*
      * La primera vez que el concepto aparece en el anio del
      * profesor se lo cuenta en el resumen general (CGE-INDICE
      * quedo apuntando a su fila en 1430).
      *-----------------------------------------------------------*
        1420-ACUMULAR-CONCEPTO-ANIO.
         SET CAN-INDICE TO 1.
         SEARCH TAB-CONC-ANIO
             AT END
                 IF CAN-SUBINDICE > 50
                     DISPLAY 'TABLA-CONCEPTOS-ANIO LLENA - '
                     DISPLAY 'AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 SET CAN-INDICE TO CAN-SUBINDICE
                 MOVE TAB-CPE-CONCEPTO(CPE-INDICE)
                     TO TAB-CAN-CONCEPTO(CAN-INDICE)
                 MOVE TAB-CPE-DESC(CPE-INDICE)
                     TO TAB-CAN-DESC(CAN-INDICE)
                 MOVE TAB-CPE-IMPORTE(CPE-INDICE)
                     TO TAB-CAN-IMPORTE(CAN-INDICE)
                 ADD 1 TO CAN-SUBINDICE
                 ADD 1 TO TAB-CGE-PROFESORES(CGE-INDICE)
             WHEN TAB-CAN-CONCEPTO(CAN-INDICE)
                     EQUAL TAB-CPE-CONCEPTO(CPE-INDICE)
                 ADD TAB-CPE-IMPORTE(CPE-INDICE)
                     TO TAB-CAN-IMPORTE(CAN-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1430-ACUMULAR-CONCEPTO-GENERAL.
         SET CGE-INDICE TO 1.
         SEARCH TAB-CONC-GENERAL
             AT END
                 IF CGE-SUBINDICE > 50
                     DISPLAY 'TABLA-CONCEPTOS-GENERAL LLENA - '
                     DISPLAY 'AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 SET CGE-INDICE TO CGE-SUBINDICE
                 MOVE TAB-CPE-CONCEPTO(CPE-INDICE)
                     TO TAB-CGE-CONCEPTO(CGE-INDICE)
                 MOVE TAB-CPE-DESC(CPE-INDICE)
                     TO TAB-CGE-DESC(CGE-INDICE)
                 ADD 1 TO CGE-SUBINDICE
             WHEN TAB-CGE-CONCEPTO(CGE-INDICE)
                     EQUAL TAB-CPE-CONCEPTO(CPE-INDICE)
                 CONTINUE
         END-SEARCH.
         ADD TAB-CPE-IMPORTE(CPE-INDICE)
             TO TAB-CGE-TOTAL(CGE-INDICE).
         IF PDS-MES > 0 AND PDS-MES < 13
             ADD TAB-CPE-IMPORTE(CPE-INDICE)
                 TO TAB-CGE-IMPORTE-MES(CGE-INDICE, PDS-MES)
         END-IF.

      *-----------------------------------------------------------*
      * Totales del anio: bruto, retenido y neto, las retenciones
      * por concepto y, si hubo transferencias rechazadas sin
      * regirar, el neto efectivamente cobrado.
      *-----------------------------------------------------------*
        1500-TOTALES-PROFESOR.
         WRITE LINEA-CERTIFICADO FROM LINEA-HORIZONTAL.
         MOVE 'TOTALES DEL ANIO:                  ' TO CET-ETIQUETA.
         MOVE BRUTO-ANUAL TO CET-BRUTO.
         MOVE RETENIDO-ANUAL TO CET-RETENIDO.
         MOVE NETO-ANUAL TO CET-NETO.
         WRITE LINEA-CERTIFICADO FROM LINEA-TOTAL-CERT.
         WRITE LINEA-CERTIFICADO FROM LINEA-EN-BLANCO.
         MOVE 'RETENCIONES DEL ANIO POR CONCEPTO: ' TO CTI-ETIQUETA.
         WRITE LINEA-CERTIFICADO FROM LINEA-TITULO-CERT.
         PERFORM 1510-EMITIR-CONCEPTO-ANIO
             VARYING CAN-INDICE FROM 1 BY 1
             UNTIL CAN-INDICE EQUAL CAN-SUBINDICE.
         IF NETO-RECHAZADO > 0
             MOVE 'NETO RECHAZADO POR EL BANCO:       '
                 TO CEI-ETIQUETA
             MOVE NETO-RECHAZADO TO CEI-IMPORTE
             WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE-CERT
         END-IF.
         IF NETO-RECHAZADO > NETO-ANUAL
             MOVE 0 TO NETO-COBRADO
         ELSE
             COMPUTE NETO-COBRADO = NETO-ANUAL - NETO-RECHAZADO
         END-IF.
         MOVE 'NETO COBRADO EN EL ANIO:           ' TO CEI-ETIQUETA.
         MOVE NETO-COBRADO TO CEI-IMPORTE.
         WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE-CERT.
         ADD BRUTO-ANUAL TO TOTAL-BRUTO-GENERAL.
         ADD RETENIDO-ANUAL TO TOTAL-RETENIDO-GENERAL.
         ADD NETO-ANUAL TO TOTAL-NETO-GENERAL.
         ADD NETO-RECHAZADO TO TOTAL-RECHAZADO-GENERAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1510-EMITIR-CONCEPTO-ANIO.
         MOVE TAB-CAN-CONCEPTO(CAN-INDICE) TO CED-CONCEPTO.
         MOVE TAB-CAN-DESC(CAN-INDICE) TO CED-DESC.
         MOVE TAB-CAN-IMPORTE(CAN-INDICE) TO CED-IMPORTE.
         WRITE LINEA-CERTIFICADO FROM DATOS-DEDUCCION-CERT.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1900-FIN-EMISION.
            WRITE LINEA-CERTIFICADO FROM LINEA-SEPARADOR.
            MOVE 'CERTIFICADOS EMITIDOS:             '
                TO CEG-ETIQUETA.
            MOVE TOTAL-CERTIFICADOS TO CEG-CANTIDAD.
            WRITE LINEA-CERTIFICADO FROM LINEA-TOTAL-GENERAL-CERT.
            MOVE 'REGISTROS DE HISTORIAL LEIDOS:     '
                TO CEG-ETIQUETA.
            MOVE TOTAL-HIST-LEIDOS TO CEG-CANTIDAD.
            WRITE LINEA-CERTIFICADO FROM LINEA-TOTAL-GENERAL-CERT.
            MOVE 'REGISTROS DEL ANIO CERTIFICADO:    '
                TO CEG-ETIQUETA.
            MOVE TOTAL-HIST-DEL-ANIO TO CEG-CANTIDAD.
            WRITE LINEA-CERTIFICADO FROM LINEA-TOTAL-GENERAL-CERT.
            MOVE 'MESES CON TRANSFERENCIA RECHAZADA: '
                TO CEG-ETIQUETA.
            MOVE TOTAL-MESES-RECHAZADOS TO CEG-CANTIDAD.
            WRITE LINEA-CERTIFICADO FROM LINEA-TOTAL-GENERAL-CERT.
            MOVE 'TOTAL BRUTO CERTIFICADO:           '
                TO CGI-ETIQUETA.
            MOVE TOTAL-BRUTO-GENERAL TO CGI-IMPORTE.
            WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE-GENERAL-CERT.
            MOVE 'TOTAL RETENIDO CERTIFICADO:        '
                TO CGI-ETIQUETA.
            MOVE TOTAL-RETENIDO-GENERAL TO CGI-IMPORTE.
            WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE-GENERAL-CERT.
            MOVE 'TOTAL NETO GIRADO:                 '
                TO CGI-ETIQUETA.
            MOVE TOTAL-NETO-GENERAL TO CGI-IMPORTE.
            WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE-GENERAL-CERT.
            MOVE 'TOTAL NETO RECHAZADO SIN REGIRAR:  '
                TO CGI-ETIQUETA.
            MOVE TOTAL-RECHAZADO-GENERAL TO CGI-IMPORTE.
            WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE-GENERAL-CERT.
            PERFORM 1950-EMITIR-RESUMEN.
            CLOSE PROFESORES.
            CLOSE CERTIFICADOS.
            CLOSE RESUMEN-CONCEPTOS.

      *-----------------------------------------------------------*
      * Resumen por concepto: mes a mes lo retenido a todos los
      * profesores, que es lo que se deposita ante el fisco, y el
      * control de que la suma por concepto cierra con el total
      * retenido de los certificados.
      *-----------------------------------------------------------*
        1950-EMITIR-RESUMEN.
         MOVE ANIO-CERTIFICADO TO RSE-ANIO.
         WRITE LINEA-RESUMEN FROM ENCABEZADO-RESUMEN.
         WRITE LINEA-RESUMEN FROM LINEA-SEPARADOR.
         PERFORM 1960-EMITIR-CONCEPTO-GENERAL
             VARYING CGE-INDICE FROM 1 BY 1
             UNTIL CGE-INDICE EQUAL CGE-SUBINDICE.
         WRITE LINEA-RESUMEN FROM LINEA-SEPARADOR.
         MOVE 'TOTAL RETENIDO POR CONCEPTO:       ' TO RST-ETIQUETA.
         MOVE TOTAL-CONCEPTOS-GENERAL TO RST-IMPORTE.
         WRITE LINEA-RESUMEN FROM LINEA-TOTAL-RESUMEN.
         MOVE 'TOTAL RETENIDO EN CERTIFICADOS:    ' TO RST-ETIQUETA.
         MOVE TOTAL-RETENIDO-GENERAL TO RST-IMPORTE.
         WRITE LINEA-RESUMEN FROM LINEA-TOTAL-RESUMEN.
         IF TOTAL-CONCEPTOS-GENERAL NOT EQUAL TOTAL-RETENIDO-GENERAL
             MOVE '** NO CIERRA - REVISAR HISTPAGOS **'
                 TO RST-ETIQUETA
             MOVE 0 TO RST-IMPORTE
             WRITE LINEA-RESUMEN FROM LINEA-TOTAL-RESUMEN
         END-IF.
         MOVE 'TOTAL BRUTO CERTIFICADO:           ' TO RST-ETIQUETA.
         MOVE TOTAL-BRUTO-GENERAL TO RST-IMPORTE.
         WRITE LINEA-RESUMEN FROM LINEA-TOTAL-RESUMEN.
         MOVE 'TOTAL NETO GIRADO:                 ' TO RST-ETIQUETA.
         MOVE TOTAL-NETO-GENERAL TO RST-IMPORTE.
         WRITE LINEA-RESUMEN FROM LINEA-TOTAL-RESUMEN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1960-EMITIR-CONCEPTO-GENERAL.
         WRITE LINEA-RESUMEN FROM LINEA-EN-BLANCO.
         MOVE TAB-CGE-CONCEPTO(CGE-INDICE) TO RSC-CONCEPTO.
         MOVE TAB-CGE-DESC(CGE-INDICE) TO RSC-DESC.
         MOVE TAB-CGE-PROFESORES(CGE-INDICE) TO RSC-PROFESORES.
         WRITE LINEA-RESUMEN FROM DATOS-CONCEPTO-RESUMEN.
         PERFORM 1970-EMITIR-MES-CONCEPTO
             VARYING MES-INDICE FROM 1 BY 1
             UNTIL MES-INDICE > 12.
         MOVE '    TOTAL DEL CONCEPTO:            ' TO RST-ETIQUETA.
         MOVE TAB-CGE-TOTAL(CGE-INDICE) TO RST-IMPORTE.
         WRITE LINEA-RESUMEN FROM LINEA-TOTAL-RESUMEN.
         ADD TAB-CGE-TOTAL(CGE-INDICE) TO TOTAL-CONCEPTOS-GENERAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1970-EMITIR-MES-CONCEPTO.
         SET RSM-MES TO MES-INDICE.
         MOVE ANIO-CERTIFICADO TO RSM-ANIO.
         MOVE TAB-CGE-IMPORTE-MES(CGE-INDICE, MES-INDICE)
             TO RSM-IMPORTE.
         WRITE LINEA-RESUMEN FROM DATOS-MES-RESUMEN.
