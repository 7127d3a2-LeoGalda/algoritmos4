        IDENTIFICATION DIVISION.
        PROGRAM-ID. LIBROIVA.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PARAM-LIBRO    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-ESTADO.

            SELECT OPTIONAL FACTURAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS EMI-ESTADO.

            SELECT OPTIONAL NOTAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NCE-ESTADO.

      * Notas de debito por intereses de INTERESES.
            SELECT OPTIONAL DEBITOS-EMITIDOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NDE-ESTADO.

      * Solo para la razon social: se carga entera en memoria y se
      * busca por CUIT.
            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS SUC-SUCURSAL
                                  FILE STATUS IS SUC-ESTADO.

            SELECT ARCHIVO-LIBRO-ORDENADO ASSIGN TO DISK
                                  FILE STATUS IS ORD-ESTADO.

      * Exportacion de registro fijo para el aplicativo de
      * presentacion de IVA: una linea por comprobante del mes.
            SELECT LIBRO-EXPORTACION ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS EXP-ESTADO.

            SELECT LISTADO-LIBRO ASSIGN TO PRINTER
                                  "LibroIvaVentas.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

      * Mes del libro (AAAAMM).
        FD PARAM-LIBRO    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ParamLibroIva.dat".
        01 REG-PARAM-LIBRO.
            03 PAR-PERIODO            PIC 9(6).

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

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "SucursalesI.dat".
        01 REG-SUCURSALES.
            03 SUC-SUCURSAL           PIC X(3).
            03 SUC-RAZON              PIC X(25).
            03 SUC-DIRE               PIC X(20).
            03 SUC-TEL                PIC X(20).
            03 SUC-CUIT               PIC 9(11).
            03 SUC-COND-IVA           PIC X.
            03 SUC-ALICUOTA-IVA       PIC 9(2)V99.

      * Facturas, notas de credito y notas de debito salen de la
      * misma numeracion (NumFactura.dat), una serie por letra:
      * ordenadas por letra y numero el libro es la secuencia legal
      * tal como se emitio.
        SD ARCHIVO-LIBRO-ORDENADO DATA RECORD IS REG-ORDENADO.
        01 REG-ORDENADO.
            03 ORD-LETRA              PIC X.
            03 ORD-NUMERO             PIC 9(8).
      * 'F' factura, 'C' nota de credito, 'D' nota de debito.
            03 ORD-TIPO               PIC X.
            03 ORD-FECHA              PIC 9(8).
            03 ORD-CUIT               PIC 9(11).
            03 ORD-NETO               PIC 9(9)V99.
            03 ORD-TOTAL              PIC 9(10)V99.

      * Importes siempre positivos: el codigo de comprobante dice
      * si es factura (001 A, 006 B), nota de debito (002 A, 007 B)
      * o nota de credito (003 A, 008 B).
        FD LIBRO-EXPORTACION LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "LibroIvaExport.dat".
        01 REG-LIBRO-EXPORTACION.
            03 EXP-FECHA              PIC 9(8).
            03 EXP-COMPROBANTE        PIC 9(3).
            03 EXP-NUMERO             PIC 9(8).
            03 EXP-CUIT               PIC 9(11).
            03 EXP-RAZON              PIC X(25).
            03 EXP-NETO               PIC 9(9)V99.
            03 EXP-IVA                PIC 9(9)V99.
            03 EXP-TOTAL              PIC 9(10)V99.

        FD LISTADO-LIBRO LABEL RECORD OMITTED.
        01 LINEA-LIBRO PIC X(120).

        WORKING-STORAGE SECTION.
        77 PARAM-ESTADO PIC XX.
        77 EMI-ESTADO PIC XX.
        77 NCE-ESTADO PIC XX.
        77 NDE-ESTADO PIC XX.
        77 SUC-ESTADO PIC XX.
            88 OK-SUC VALUE '00'.
        77 ORD-ESTADO PIC XX.
        77 EXP-ESTADO PIC XX.
        77 EOF-EMI-SW PIC XX VALUE "NO".
            88 EOF-EMITIDAS VALUE "SI".
        77 EOF-NCE-SW PIC XX VALUE "NO".
            88 EOF-NOTAS VALUE "SI".
        77 EOF-NDE-SW PIC XX VALUE "NO".
            88 EOF-DEBITOS VALUE "SI".
        77 EOF-SUC-SW PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-ORD-SW PIC XX VALUE "NO".
            88 EOF-ORDENADO VALUE "SI".
        77 HAY-NUMERO-ANTERIOR-SW PIC XX VALUE "NO".
            88 HAY-NUMERO-ANTERIOR VALUE "SI".

        77 SUC-SUBINDICE PIC 9(3) VALUE 1.
        77 PERIODO-LIBRO PIC 9(6) VALUE 0.
        77 NUMERO-ANTERIOR PIC 9(8) VALUE 0.
        77 ULTIMO-NUMERO-PREVIO PIC 9(8) VALUE 0.
        77 ULTIMO-NUMERO-PREVIO-B PIC 9(8) VALUE 0.
        77 LETRA-ANTERIOR PIC X VALUE SPACES.
        77 FALTANTE-DESDE PIC 9(8) VALUE 0.
        77 FALTANTE-HASTA PIC 9(8) VALUE 0.
        77 RAZON-COMPROBANTE PIC X(25) VALUE SPACES.
        77 IVA-COMPROBANTE PIC 9(9)V99 VALUE 0.
        77 DIA-SUBINDICE PIC 99 VALUE 0.

        77 TOTAL-EMITIDAS-LEIDAS PIC 9(7) VALUE 0.
        77 TOTAL-NOTAS-LEIDAS PIC 9(7) VALUE 0.
        77 TOTAL-DEBITOS-LEIDOS PIC 9(7) VALUE 0.
        77 TOTAL-FACTURAS-MES PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-FACTURAS PIC 9(11)V99 VALUE 0.
        77 TOTAL-NOTAS-MES PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-NOTAS PIC 9(11)V99 VALUE 0.
        77 TOTAL-DEBITOS-MES PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-DEBITOS PIC 9(11)V99 VALUE 0.
        77 TOTAL-SALTOS PIC 9(5) VALUE 0.
        77 TOTAL-NUMEROS-FALTANTES PIC 9(7) VALUE 0.
        77 TOTAL-DUPLICADOS PIC 9(5) VALUE 0.
        77 TOTAL-SIN-RAZON PIC 9(5) VALUE 0.
        77 TOTAL-EXPORTADOS PIC 9(5) VALUE 0.

      * Acumuladores del mes, con signo: las notas de credito
      * restan.
        01 TOTALES-MES.
            03 MES-CANTIDAD PIC 9(5) VALUE 0.
            03 MES-NETO PIC S9(11)V99 VALUE 0.
            03 MES-IVA PIC S9(11)V99 VALUE 0.
            03 MES-TOTAL PIC S9(11)V99 VALUE 0.

      * Fecha del comprobante que se esta mirando, para quedarse
      * con el mes y con el dia.
        01 FECHA-EXAMINADA PIC 9(8) VALUE 0.
        01 FECHA-EXAMINADA-R REDEFINES FECHA-EXAMINADA.
            03 FEX-PERIODO PIC 9(6).
            03 FEX-DIA PIC 99.
        01 FECHA-EXAMINADA-D REDEFINES FECHA-EXAMINADA.
            03 FEX-ANIO PIC 9(4).
            03 FEX-MES PIC 99.
            03 FILLER PIC 99.

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

       01 TABLA-SUCURSALES.
           02 TAB-SUCURSALES OCCURS 200 TIMES INDEXED BY SUC-INDICE.
               03 TAB-SUC-CUIT PIC 9(11).
               03 TAB-SUC-RAZON PIC X(25).

      * Totales por dia del mes, subindicados por el dia de la
      * fecha del comprobante.
       01 TABLA-DIAS.
           02 TAB-DIAS OCCURS 31 TIMES.
               03 TAB-DIA-CANTIDAD PIC 9(5).
               03 TAB-DIA-NETO PIC S9(11)V99.
               03 TAB-DIA-IVA PIC S9(11)V99.
               03 TAB-DIA-TOTAL PIC S9(11)V99.

       01 ENCABEZADO-LIBRO.
           03 FILLER PIC X(28)
               VALUE 'LIBRO IVA VENTAS - PERIODO: '.
           03 LIB-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 LIB-ANIO PIC 9(4).
           03 FILLER PIC X(10) VALUE '  FECHA:  '.
           03 LIB-DIA-HOY PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 LIB-MES-HOY PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 LIB-ANIO-HOY PIC 9(4).
           03 FILLER PIC X(65) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(120) VALUE SPACES.
       01 LINEA-SECCION-LIBRO.
           03 LIB-TITULO-SECCION PIC X(50).
           03 FILLER PIC X(70) VALUE SPACES.
       01 ENCABEZADO-LIBRO-COL.
           03 FILLER PIC X(12) VALUE 'FECHA       '.
           03 FILLER PIC X(11) VALUE 'COMPROB.   '.
           03 FILLER PIC X(10) VALUE 'NUMERO    '.
           03 FILLER PIC X(13) VALUE 'CUIT         '.
           03 FILLER PIC X(27) VALUE 'RAZON SOCIAL'.
           03 FILLER PIC X(15) VALUE '         NETO  '.
           03 FILLER PIC X(15) VALUE '          IVA  '.
           03 FILLER PIC X(14) VALUE '         TOTAL'.
           03 FILLER PIC X(3) VALUE SPACES.
       01 DATOS-COMPROBANTE.
           03 DLI-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 DLI-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 DLI-ANIO PIC 9(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DLI-TIPO PIC X(8).
           03 DLI-LETRA PIC X.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DLI-NUMERO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DLI-CUIT PIC 9(11).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DLI-RAZON PIC X(25).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DLI-NETO PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DLI-IVA PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DLI-TOTAL PIC -ZZZZZZZZZ9,99.
           03 FILLER PIC X(3) VALUE SPACES.
       01 LINEA-SALTO-NUMERACION.
           03 FILLER PIC X(37)
               VALUE '  *** SALTO DE NUMERACION: FALTAN DEL'.
           03 FILLER PIC X VALUE SPACES.
           03 SAL-LETRA PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 SAL-DESDE PIC 9(8).
           03 FILLER PIC X(4) VALUE ' AL '.
           03 SAL-HASTA PIC 9(8).
           03 FILLER PIC X(60) VALUE SPACES.
       01 LINEA-NUMERO-DUPLICADO.
           03 FILLER PIC X(26)
               VALUE '  *** NUMERO DUPLICADO:   '.
           03 DUP-LETRA PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 DUP-NUMERO PIC 9(8).
           03 FILLER PIC X(84) VALUE SPACES.
       01 ENCABEZADO-DIAS-COL.
           03 FILLER PIC X(12) VALUE 'DIA         '.
           03 FILLER PIC X(13) VALUE 'COMPROBANTES '.
           03 FILLER PIC X(15) VALUE '         NETO  '.
           03 FILLER PIC X(15) VALUE '          IVA  '.
           03 FILLER PIC X(14) VALUE '         TOTAL'.
           03 FILLER PIC X(51) VALUE SPACES.
       01 DATOS-TOTAL-DIA.
           03 DTD-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 DTD-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 DTD-ANIO PIC 9(4).
           03 FILLER PIC X(7) VALUE SPACES.
           03 DTD-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DTD-NETO PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DTD-IVA PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DTD-TOTAL PIC -ZZZZZZZZZ9,99.
           03 FILLER PIC X(51) VALUE SPACES.
       01 DATOS-TOTAL-MES.
           03 FILLER PIC X(12) VALUE 'TOTAL MES   '.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DTM-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DTM-NETO PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DTM-IVA PIC -ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DTM-TOTAL PIC -ZZZZZZZZZ9,99.
           03 FILLER PIC X(51) VALUE SPACES.
       01 LINEA-TOTAL-LIBRO.
           03 LIT-ETIQUETA PIC X(35).
           03 LIT-CANTIDAD PIC ZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LIT-IMPORTE PIC ZZZZZZZZZZ9,99.
           03 FILLER PIC X(61) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Libro IVA Ventas del mes de ParamLibroIva.dat: toda factura
      * de FacturasEmitidas.dat, toda nota de credito de
      * NotasCredEmitidas.dat y toda nota de debito de
      * NotasDebEmitidas.dat con fecha en el mes, por numero, con
      * la razon social de SucursalesI.dat y el IVA como total
      * menos neto; las notas de credito van en negativo. Cierra
      * con los totales por dia y del mes y deja la misma
      * informacion en LibroIvaExport.dat para el aplicativo.
      * Como las tres clases de comprobante comparten numeracion
      * (una serie por letra), un numero que falta o que se repite
      * dentro del mes se marca en el listado; el primer numero de
      * cada letra en el mes se controla contra el ultimo de esa
      * letra emitido en meses anteriores.

        SORT ARCHIVO-LIBRO-ORDENADO
             ON ASCENDING KEY ORD-LETRA
             ON ASCENDING KEY ORD-NUMERO
             ON ASCENDING KEY ORD-TIPO
             INPUT PROCEDURE IS CARGA-LIBRO
             OUTPUT PROCEDURE IS EMISION-LIBRO.
        STOP RUN.

      *****************************************************
      *****************************************************
       CARGA-LIBRO SECTION.
      *****************************************************
      *****************************************************
       PERFORM 0100-INICIO-LIBRO.
       PERFORM 0200-LEER-EMITIDA.
       PERFORM 0250-RELEVAR-EMITIDA UNTIL EOF-EMITIDAS.
       PERFORM 0300-LEER-NOTA-EMITIDA.
       PERFORM 0350-RELEVAR-NOTA-EMITIDA UNTIL EOF-NOTAS.
       PERFORM 0400-LEER-DEBITO-EMITIDO.
       PERFORM 0450-RELEVAR-DEBITO-EMITIDO UNTIL EOF-DEBITOS.
       PERFORM 0700-FIN-CARGA.

      *****************************************************
      *****************************************************
       EMISION-LIBRO SECTION.
      *****************************************************
      *****************************************************
       PERFORM 1000-INICIO-EMISION.
       PERFORM 1100-LEER-ORDENADO.
       PERFORM 1200-EMITIR-COMPROBANTE UNTIL EOF-ORDENADO.
       PERFORM 1900-FIN-LIBRO.

      *****************************************************
      *****************************************************
       OTRA SECTION.
      *****************************************************
      *****************************************************
        0100-INICIO-LIBRO.
            OPEN INPUT PARAM-LIBRO.
            READ PARAM-LIBRO
                AT END MOVE 0 TO PAR-PERIODO.
            MOVE PAR-PERIODO TO PERIODO-LIBRO.
            CLOSE PARAM-LIBRO.
            IF PERIODO-LIBRO EQUAL 0
                DISPLAY 'PARAMLIBROIVA.DAT SIN PERIODO DEL LIBRO'
                STOP RUN
            END-IF.
            OPEN INPUT SUCURSALES.
            PERFORM 0150-LEER-SUCURSAL.
            PERFORM 0160-CARGAR-SUCURSAL UNTIL EOF-SUCURSALES.
            CLOSE SUCURSALES.
            OPEN INPUT FACTURAS-EMITIDAS.
            OPEN INPUT NOTAS-EMITIDAS.
            OPEN INPUT DEBITOS-EMITIDOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0150-LEER-SUCURSAL.
         READ SUCURSALES RECORD.
         IF NOT OK-SUC
             MOVE "SI" TO EOF-SUC-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0160-CARGAR-SUCURSAL.
         IF SUC-SUBINDICE > 200
             DISPLAY 'TABLA-SUCURSALES LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE SUC-CUIT TO TAB-SUC-CUIT(SUC-SUBINDICE).
         MOVE SUC-RAZON TO TAB-SUC-RAZON(SUC-SUBINDICE).
         ADD 1 TO SUC-SUBINDICE.
         PERFORM 0150-LEER-SUCURSAL.

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
      * Entra al libro lo fechado en el mes; de lo anterior solo
      * interesa el numero mas alto, para controlar la continuidad
      * con el primer comprobante del mes.
      *-----------------------------------------------------------*
        0250-RELEVAR-EMITIDA.
         ADD 1 TO TOTAL-EMITIDAS-LEIDAS.
         MOVE EMI-FECHA TO FECHA-EXAMINADA.
         IF FEX-PERIODO EQUAL PERIODO-LIBRO
             MOVE EMI-LETRA TO ORD-LETRA
             MOVE EMI-NUMERO TO ORD-NUMERO
             MOVE 'F' TO ORD-TIPO
             MOVE EMI-FECHA TO ORD-FECHA
             MOVE EMI-CUIT TO ORD-CUIT
             MOVE EMI-NETO TO ORD-NETO
             MOVE EMI-TOTAL TO ORD-TOTAL
             RELEASE REG-ORDENADO
         END-IF.
         IF FEX-PERIODO < PERIODO-LIBRO AND EMI-LETRA EQUAL 'A' AND
            EMI-NUMERO > ULTIMO-NUMERO-PREVIO
             MOVE EMI-NUMERO TO ULTIMO-NUMERO-PREVIO
         END-IF.
         IF FEX-PERIODO < PERIODO-LIBRO AND EMI-LETRA EQUAL 'B' AND
            EMI-NUMERO > ULTIMO-NUMERO-PREVIO-B
             MOVE EMI-NUMERO TO ULTIMO-NUMERO-PREVIO-B
         END-IF.
         PERFORM 0200-LEER-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-NOTA-EMITIDA.
         MOVE ZEROS TO NCE-FECHA NCE-VTO-CAE.
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
        0350-RELEVAR-NOTA-EMITIDA.
         ADD 1 TO TOTAL-NOTAS-LEIDAS.
         MOVE NCE-FECHA TO FECHA-EXAMINADA.
         IF FEX-PERIODO EQUAL PERIODO-LIBRO
             MOVE NCE-LETRA TO ORD-LETRA
             MOVE NCE-NUMERO TO ORD-NUMERO
             MOVE 'C' TO ORD-TIPO
             MOVE NCE-FECHA TO ORD-FECHA
             MOVE NCE-CUIT TO ORD-CUIT
             MOVE NCE-NETO TO ORD-NETO
             MOVE NCE-TOTAL TO ORD-TOTAL
             RELEASE REG-ORDENADO
         END-IF.
         IF FEX-PERIODO < PERIODO-LIBRO AND NCE-LETRA EQUAL 'A' AND
            NCE-NUMERO > ULTIMO-NUMERO-PREVIO
             MOVE NCE-NUMERO TO ULTIMO-NUMERO-PREVIO
         END-IF.
         IF FEX-PERIODO < PERIODO-LIBRO AND NCE-LETRA EQUAL 'B' AND
            NCE-NUMERO > ULTIMO-NUMERO-PREVIO-B
             MOVE NCE-NUMERO TO ULTIMO-NUMERO-PREVIO-B
         END-IF.
         PERFORM 0300-LEER-NOTA-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-LEER-DEBITO-EMITIDO.
         MOVE ZEROS TO NDE-FECHA NDE-VTO-CAE.
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
        0450-RELEVAR-DEBITO-EMITIDO.
         ADD 1 TO TOTAL-DEBITOS-LEIDOS.
         MOVE NDE-FECHA TO FECHA-EXAMINADA.
         IF FEX-PERIODO EQUAL PERIODO-LIBRO
             MOVE NDE-LETRA TO ORD-LETRA
             MOVE NDE-NUMERO TO ORD-NUMERO
             MOVE 'D' TO ORD-TIPO
             MOVE NDE-FECHA TO ORD-FECHA
             MOVE NDE-CUIT TO ORD-CUIT
             MOVE NDE-NETO TO ORD-NETO
             MOVE NDE-TOTAL TO ORD-TOTAL
             RELEASE REG-ORDENADO
         END-IF.
         IF FEX-PERIODO < PERIODO-LIBRO AND NDE-LETRA EQUAL 'A' AND
            NDE-NUMERO > ULTIMO-NUMERO-PREVIO
             MOVE NDE-NUMERO TO ULTIMO-NUMERO-PREVIO
         END-IF.
         IF FEX-PERIODO < PERIODO-LIBRO AND NDE-LETRA EQUAL 'B' AND
            NDE-NUMERO > ULTIMO-NUMERO-PREVIO-B
             MOVE NDE-NUMERO TO ULTIMO-NUMERO-PREVIO-B
         END-IF.
         PERFORM 0400-LEER-DEBITO-EMITIDO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0700-FIN-CARGA.
            CLOSE FACTURAS-EMITIDAS.
            CLOSE NOTAS-EMITIDAS.
            CLOSE DEBITOS-EMITIDOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-INICIO-EMISION.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DAY TO LIB-DIA-HOY.
            MOVE WS-CURRENT-MONTH TO LIB-MES-HOY.
            MOVE WS-CURRENT-YEAR TO LIB-ANIO-HOY.
            MOVE PERIODO-LIBRO TO FEX-PERIODO.
            MOVE FEX-MES TO LIB-MES.
            MOVE FEX-ANIO TO LIB-ANIO.
            PERFORM 1050-LIMPIAR-DIA
                VARYING DIA-SUBINDICE FROM 1 BY 1
                UNTIL DIA-SUBINDICE > 31.
            OPEN OUTPUT LIBRO-EXPORTACION.
            OPEN OUTPUT LISTADO-LIBRO.
            WRITE LINEA-LIBRO FROM ENCABEZADO-LIBRO.
            WRITE LINEA-LIBRO FROM LINEA-EN-BLANCO.
            WRITE LINEA-LIBRO FROM ENCABEZADO-LIBRO-COL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1050-LIMPIAR-DIA.
         MOVE 0 TO TAB-DIA-CANTIDAD(DIA-SUBINDICE).
         MOVE 0 TO TAB-DIA-NETO(DIA-SUBINDICE).
         MOVE 0 TO TAB-DIA-IVA(DIA-SUBINDICE).
         MOVE 0 TO TAB-DIA-TOTAL(DIA-SUBINDICE).

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1100-LEER-ORDENADO.
         RETURN ARCHIVO-LIBRO-ORDENADO
            AT END MOVE "SI" TO EOF-ORD-SW.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1200-EMITIR-COMPROBANTE.
         PERFORM 1250-CONTROLAR-NUMERACION.
         PERFORM 1300-BUSCAR-RAZON.
         COMPUTE IVA-COMPROBANTE = ORD-TOTAL - ORD-NETO.
         MOVE ORD-FECHA TO FECHA-EXAMINADA.
         MOVE FEX-DIA TO DLI-DIA.
         MOVE FEX-MES TO DLI-MES.
         MOVE FEX-ANIO TO DLI-ANIO.
         MOVE ORD-LETRA TO DLI-LETRA.
         MOVE ORD-NUMERO TO DLI-NUMERO.
         MOVE ORD-CUIT TO DLI-CUIT.
         MOVE RAZON-COMPROBANTE TO DLI-RAZON.
         MOVE FEX-DIA TO DIA-SUBINDICE.
         ADD 1 TO TAB-DIA-CANTIDAD(DIA-SUBINDICE).
         ADD 1 TO MES-CANTIDAD.
         EVALUATE ORD-TIPO
             WHEN 'F'
                 MOVE 'FACTURA ' TO DLI-TIPO
                 PERFORM 1220-SUMAR-COMPROBANTE
                 ADD 1 TO TOTAL-FACTURAS-MES
                 ADD ORD-TOTAL TO TOTAL-IMPORTE-FACTURAS
                 MOVE 001 TO EXP-COMPROBANTE
                 IF ORD-LETRA EQUAL 'B'
                     MOVE 006 TO EXP-COMPROBANTE
                 END-IF
             WHEN 'D'
                 MOVE 'N.DEB.  ' TO DLI-TIPO
                 PERFORM 1220-SUMAR-COMPROBANTE
                 ADD 1 TO TOTAL-DEBITOS-MES
                 ADD ORD-TOTAL TO TOTAL-IMPORTE-DEBITOS
                 MOVE 002 TO EXP-COMPROBANTE
                 IF ORD-LETRA EQUAL 'B'
                     MOVE 007 TO EXP-COMPROBANTE
                 END-IF
             WHEN OTHER
                 MOVE 'N.CRED. ' TO DLI-TIPO
                 COMPUTE DLI-NETO = 0 - ORD-NETO
                 COMPUTE DLI-IVA = 0 - IVA-COMPROBANTE
                 COMPUTE DLI-TOTAL = 0 - ORD-TOTAL
                 SUBTRACT ORD-NETO FROM TAB-DIA-NETO(DIA-SUBINDICE)
                     MES-NETO
                 SUBTRACT IVA-COMPROBANTE
                     FROM TAB-DIA-IVA(DIA-SUBINDICE) MES-IVA
                 SUBTRACT ORD-TOTAL FROM TAB-DIA-TOTAL(DIA-SUBINDICE)
                     MES-TOTAL
                 ADD 1 TO TOTAL-NOTAS-MES
                 ADD ORD-TOTAL TO TOTAL-IMPORTE-NOTAS
                 MOVE 003 TO EXP-COMPROBANTE
                 IF ORD-LETRA EQUAL 'B'
                     MOVE 008 TO EXP-COMPROBANTE
                 END-IF
         END-EVALUATE.
         WRITE LINEA-LIBRO FROM DATOS-COMPROBANTE.
         PERFORM 1400-EXPORTAR-COMPROBANTE.
         PERFORM 1100-LEER-ORDENADO.

      *-----------------------------------------------------------*
      * Factura y nota de debito suman en positivo.
      *-----------------------------------------------------------*
        1220-SUMAR-COMPROBANTE.
         MOVE ORD-NETO TO DLI-NETO.
         MOVE IVA-COMPROBANTE TO DLI-IVA.
         MOVE ORD-TOTAL TO DLI-TOTAL.
         ADD ORD-NETO TO TAB-DIA-NETO(DIA-SUBINDICE) MES-NETO.
         ADD IVA-COMPROBANTE TO TAB-DIA-IVA(DIA-SUBINDICE) MES-IVA.
         ADD ORD-TOTAL TO TAB-DIA-TOTAL(DIA-SUBINDICE) MES-TOTAL.

      *-----------------------------------------------------------*
      * El numero tiene que ser el siguiente del anterior de la
      * misma letra: si se saltea, la linea de aviso dice que
      * numeros faltan; si se repite, el comprobante igual se lista
      * pero queda marcado. Al cambiar de letra se arranca del
      * ultimo emitido de esa letra antes del mes.
      *-----------------------------------------------------------*
        1250-CONTROLAR-NUMERACION.
         IF ORD-LETRA NOT EQUAL LETRA-ANTERIOR
             MOVE ORD-LETRA TO LETRA-ANTERIOR
             MOVE "NO" TO HAY-NUMERO-ANTERIOR-SW
             IF ORD-LETRA EQUAL 'B'
                 MOVE ULTIMO-NUMERO-PREVIO-B TO NUMERO-ANTERIOR
             ELSE
                 MOVE ULTIMO-NUMERO-PREVIO TO NUMERO-ANTERIOR
             END-IF
             IF NUMERO-ANTERIOR > 0
                 MOVE "SI" TO HAY-NUMERO-ANTERIOR-SW
             END-IF
         END-IF.
         IF HAY-NUMERO-ANTERIOR
             IF ORD-NUMERO EQUAL NUMERO-ANTERIOR
                 ADD 1 TO TOTAL-DUPLICADOS
                 MOVE ORD-LETRA TO DUP-LETRA
                 MOVE ORD-NUMERO TO DUP-NUMERO
                 WRITE LINEA-LIBRO FROM LINEA-NUMERO-DUPLICADO
             END-IF
             IF ORD-NUMERO > NUMERO-ANTERIOR + 1
                 COMPUTE FALTANTE-DESDE = NUMERO-ANTERIOR + 1
                 COMPUTE FALTANTE-HASTA = ORD-NUMERO - 1
                 ADD 1 TO TOTAL-SALTOS
                 COMPUTE TOTAL-NUMEROS-FALTANTES =
                     TOTAL-NUMEROS-FALTANTES +
                     FALTANTE-HASTA - FALTANTE-DESDE + 1
                 MOVE ORD-LETRA TO SAL-LETRA
                 MOVE FALTANTE-DESDE TO SAL-DESDE
                 MOVE FALTANTE-HASTA TO SAL-HASTA
                 WRITE LINEA-LIBRO FROM LINEA-SALTO-NUMERACION
             END-IF
         END-IF.
         MOVE ORD-NUMERO TO NUMERO-ANTERIOR.
         MOVE "SI" TO HAY-NUMERO-ANTERIOR-SW.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1300-BUSCAR-RAZON.
         SET SUC-INDICE TO 1.
         SEARCH TAB-SUCURSALES
             AT END
                 MOVE '*** CUIT SIN SUCURSAL ***' TO RAZON-COMPROBANTE
                 ADD 1 TO TOTAL-SIN-RAZON
             WHEN SUC-INDICE < SUC-SUBINDICE AND
                  TAB-SUC-CUIT(SUC-INDICE) EQUAL ORD-CUIT
                 MOVE TAB-SUC-RAZON(SUC-INDICE) TO RAZON-COMPROBANTE
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1400-EXPORTAR-COMPROBANTE.
         MOVE ORD-FECHA TO EXP-FECHA.
         MOVE ORD-NUMERO TO EXP-NUMERO.
         MOVE ORD-CUIT TO EXP-CUIT.
         MOVE RAZON-COMPROBANTE TO EXP-RAZON.
         MOVE ORD-NETO TO EXP-NETO.
         MOVE IVA-COMPROBANTE TO EXP-IVA.
         MOVE ORD-TOTAL TO EXP-TOTAL.
         WRITE REG-LIBRO-EXPORTACION.
         ADD 1 TO TOTAL-EXPORTADOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1900-FIN-LIBRO.
            CLOSE LIBRO-EXPORTACION.
            WRITE LINEA-LIBRO FROM LINEA-EN-BLANCO.
            MOVE 'TOTALES POR DIA:' TO LIB-TITULO-SECCION.
            WRITE LINEA-LIBRO FROM LINEA-SECCION-LIBRO.
            WRITE LINEA-LIBRO FROM ENCABEZADO-DIAS-COL.
            PERFORM 1950-EMITIR-TOTAL-DIA
                VARYING DIA-SUBINDICE FROM 1 BY 1
                UNTIL DIA-SUBINDICE > 31.
            MOVE MES-CANTIDAD TO DTM-CANTIDAD.
            MOVE MES-NETO TO DTM-NETO.
            MOVE MES-IVA TO DTM-IVA.
            MOVE MES-TOTAL TO DTM-TOTAL.
            WRITE LINEA-LIBRO FROM DATOS-TOTAL-MES.
            WRITE LINEA-LIBRO FROM LINEA-EN-BLANCO.
            MOVE 'FACTURAS LEIDAS:                   '
                TO LIT-ETIQUETA.
            MOVE TOTAL-EMITIDAS-LEIDAS TO LIT-CANTIDAD.
            MOVE 0 TO LIT-IMPORTE.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'NOTAS DE CREDITO LEIDAS:           '
                TO LIT-ETIQUETA.
            MOVE TOTAL-NOTAS-LEIDAS TO LIT-CANTIDAD.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'NOTAS DE DEBITO LEIDAS:            '
                TO LIT-ETIQUETA.
            MOVE TOTAL-DEBITOS-LEIDOS TO LIT-CANTIDAD.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'FACTURAS DEL MES:                  '
                TO LIT-ETIQUETA.
            MOVE TOTAL-FACTURAS-MES TO LIT-CANTIDAD.
            MOVE TOTAL-IMPORTE-FACTURAS TO LIT-IMPORTE.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'NOTAS DE DEBITO DEL MES:           '
                TO LIT-ETIQUETA.
            MOVE TOTAL-DEBITOS-MES TO LIT-CANTIDAD.
            MOVE TOTAL-IMPORTE-DEBITOS TO LIT-IMPORTE.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'NOTAS DE CREDITO DEL MES:          '
                TO LIT-ETIQUETA.
            MOVE TOTAL-NOTAS-MES TO LIT-CANTIDAD.
            MOVE TOTAL-IMPORTE-NOTAS TO LIT-IMPORTE.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 0 TO LIT-IMPORTE.
            MOVE 'SALTOS DE NUMERACION:              '
                TO LIT-ETIQUETA.
            MOVE TOTAL-SALTOS TO LIT-CANTIDAD.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'NUMEROS FALTANTES:                 '
                TO LIT-ETIQUETA.
            MOVE TOTAL-NUMEROS-FALTANTES TO LIT-CANTIDAD.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'NUMEROS DUPLICADOS:                '
                TO LIT-ETIQUETA.
            MOVE TOTAL-DUPLICADOS TO LIT-CANTIDAD.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'COMPROBANTES SIN RAZON SOCIAL:     '
                TO LIT-ETIQUETA.
            MOVE TOTAL-SIN-RAZON TO LIT-CANTIDAD.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            MOVE 'REGISTROS EXPORTADOS:              '
                TO LIT-ETIQUETA.
            MOVE TOTAL-EXPORTADOS TO LIT-CANTIDAD.
            WRITE LINEA-LIBRO FROM LINEA-TOTAL-LIBRO.
            CLOSE LISTADO-LIBRO.

      *-----------------------------------------------------------*
      * Solo los dias con movimiento.
      *-----------------------------------------------------------*
        1950-EMITIR-TOTAL-DIA.
         IF TAB-DIA-CANTIDAD(DIA-SUBINDICE) > 0
             MOVE DIA-SUBINDICE TO DTD-DIA
             MOVE LIB-MES TO DTD-MES
             MOVE LIB-ANIO TO DTD-ANIO
             MOVE TAB-DIA-CANTIDAD(DIA-SUBINDICE) TO DTD-CANTIDAD
             MOVE TAB-DIA-NETO(DIA-SUBINDICE) TO DTD-NETO
             MOVE TAB-DIA-IVA(DIA-SUBINDICE) TO DTD-IVA
             MOVE TAB-DIA-TOTAL(DIA-SUBINDICE) TO DTD-TOTAL
             WRITE LINEA-LIBRO FROM DATOS-TOTAL-DIA
         END-IF.
