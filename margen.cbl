        IDENTIFICATION DIVISION.
        PROGRAM-ID. MARGEN.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT PARAM-MARGEN   ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-ESTADO.

      * Mes en curso: Times.dat tal como lo dejo TP. Meses ya
      * cerrados: HistTimes.dat, donde CIERRE archiva cada periodo.
            SELECT OPTIONAL MAE-TIMES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIMES-ESTADO.

            SELECT OPTIONAL HIST-TIMES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HIST-ESTADO.

      * Solo lectura secuencial para valorizar lo facturado con la
      * tarifa vigente a la fecha de cada clase.
            SELECT TARIFAS ASSIGN TO DISK
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS TAR-CLAVE
                           FILE STATUS IS TAR-ESTADO.

      * Contratos por sucursal: lo facturado sale con el precio neto
      * pactado, igual que en TP2. OPTIONAL: sin contratos va a
      * precio de lista.
            SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS CON-CLAVE
                           FILE STATUS IS CON-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS PROF-NUMERO
                                  FILE STATUS IS PROF-ESTADO.

            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS SUC-SUCURSAL
                                  FILE STATUS IS SUCURSALES-ESTADO.

            SELECT ARCHIVO-MAR-ORDENADO ASSIGN TO DISK
                                  FILE STATUS IS ORD-ESTADO.

            SELECT MARGEN-REPORTE ASSIGN TO PRINTER "Margen.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

      * Periodo a analizar (AAAAMM) y origen: 'T' Times.dat (mes
      * todavia abierto), 'H' o espacio HistTimes.dat.
        FD PARAM-MARGEN   LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ParamMargen.dat".
        01 REG-PARAM-MARGEN.
            03 PAR-PERIODO            PIC 9(6).
            03 PAR-ORIGEN             PIC X.

        FD MAE-TIMES     LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "Times.dat".
        01 REG-MAE-TIMES.
            03 MAE-TIMES-NUMERO       PIC X(5).
            03 MAE-TIMES-FECHA.
                05 MAE-TIMES-ANIO     PIC 9(4).
                05 MAE-TIMES-MES      PIC 9(2).
                05 MAE-TIMES-DIA      PIC 9(2).
            03 MAE-TIMES-SUCURSAL     PIC X(3).
            03 MAE-TIMES-TIPO-CLASE   PIC X(4).
            03 MAE-TIMES-HORAS        PIC 9(2)V99.

        FD HIST-TIMES    LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "HistTimes.dat".
        01 REG-HIST-TIMES.
            03 HIS-PERIODO            PIC 9(6).
            03 HIS-NUMERO             PIC X(5).
            03 HIS-FECHA              PIC 9(8).
            03 HIS-CUIT               PIC 9(11).
            03 HIS-SEC                PIC 9(4).
            03 HIS-SUCURSAL           PIC X(3).
            03 HIS-TIPO-CLASE         PIC X(4).
            03 HIS-HORAS              PIC 9(2)V99.

       FD TARIFAS LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "TarifasI.dat".
       01 REG-TARIFAS.
            02 TAR-CLAVE.
               03 TAR-TIP-CLASE PIC X(4).
               03 TAR-VIG-DES PIC 9(8).
            02 TAR-TARIFA PIC 9(5)V99.

       FD CONTRATOS LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "ContratosI.dat".
       01 REG-CONTRATOS.
            02 CON-CLAVE.
               03 CON-CUIT PIC 9(11).
               03 CON-TIP-CLASE PIC X(4).
               03 CON-VIG-DES PIC 9(8).
            02 CON-TARIFA PIC 9(5)V99.
            02 CON-TRAMOS.
               03 CON-TRAMO OCCURS 3 TIMES.
                  04 CON-TRAMO-HORAS PIC 9(4)V99.
                  04 CON-TRAMO-DESCUENTO PIC 9(2)V99.

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
        01 REG-TIPOS_CLASE.
           03 TIP-TIP_CLASE       PIC X(4).
           03 TIP-DESC            PIC X(20).
           03 TIP-TARIFA          PIC 9(5)V99.

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ProfesoresI.dat".
        01 REG-PROFESORES.
            03 PROF-NUMERO            PIC X(5).
            03 PROF-DNI               PIC 9(8).
            03 PROF-NOMBRE            PIC X(25).
            03 PROF-DIRE              PIC X(20).
            03 PROF-TEL               PIC X(20).
            03 PROF-CBU               PIC X(22).

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "SucursalesI.dat".
        01 REG-SUCURSALES.
            03 SUC-SUCURSAL       PIC X(3).
            03 SUC-RAZON          PIC X(25).
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.

        SD ARCHIVO-MAR-ORDENADO DATA RECORD IS REG-ORDENADO.
        01 REG-ORDENADO.
            03 ORD-SUCURSAL           PIC X(3).
            03 ORD-TIPO-CLASE         PIC X(4).
            03 ORD-NUMERO             PIC X(5).
            03 ORD-HORAS              PIC 9(2)V99.
            03 ORD-FACTURADO          PIC 9(7)V99.
            03 ORD-PAGADO             PIC 9(7)V99.

        FD MARGEN-REPORTE LABEL RECORD OMITTED.
        01 LINEA-MARGEN PIC X(120).

        WORKING-STORAGE SECTION.
        77 PARAM-ESTADO PIC XX.
        77 TIMES-ESTADO PIC XX.
        77 HIST-ESTADO PIC XX.
        77 TAR-ESTADO PIC XX.
            88 OK-TAR VALUE '00'.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
            88 OK-PROF-LEIDO VALUE '00'.
        77 SUCURSALES-ESTADO PIC XX.
            88 OK-SUC-LEIDA VALUE '00'.
        77 ORD-ESTADO PIC XX.
        77 EOF-TIMES-SW PIC XX VALUE "NO".
            88 EOF-TIMES VALUE "SI".
        77 EOF-HIST-SW PIC XX VALUE "NO".
            88 EOF-HISTORICO VALUE "SI".
        77 EOF-TAR-SW PIC XX VALUE "NO".
            88 EOF-TARIFAS VALUE "SI".
        77 CON-ESTADO PIC XX.
            88 OK-CON VALUE '00'.
        77 EOF-CON-SW PIC XX VALUE "NO".
            88 EOF-CONTRATOS VALUE "SI".
        77 CONTRATO-ENCONTRADO-SW PIC XX VALUE "NO".
            88 CONTRATO-VIGENTE VALUE "SI".
        77 CONTRATO-SUBINDICE PIC 9(4) VALUE 1.
        77 CANT-CONTRATOS PIC 9(4) VALUE 0.
        77 CANT-CONTRATOS-TRAMOS PIC 9(4) VALUE 0.
        77 CONTRATO-ELEGIDO PIC 9(4) VALUE 0.
        77 TRAMO-SUBINDICE PIC 9 VALUE 1.
        77 PORCENTAJE-DESCUENTO PIC 9(2)V99 VALUE 0.
        77 VOLUMEN-SUBINDICE PIC 9(4) VALUE 1.
        77 PERIODO-VOLUMEN PIC 9(6) VALUE 0.
        77 VOLUMEN-MES PIC 9(5)V99 VALUE 0.
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".
        77 EOF-ORD-SW PIC XX VALUE "NO".
            88 EOF-ORDENADO VALUE "SI".
        77 TARIFA-ENCONTRADA-SW PIC XX VALUE "NO".
            88 TARIFA-VIGENTE VALUE "SI".
        77 CLASE-ENCONTRADA-SW PIC XX VALUE "NO".
            88 CLASE-ENCONTRADA VALUE "SI".

        77 TARIFA-SUBINDICE PIC 9(3) VALUE 1.
        77 CANT-TARIFAS PIC 9(3) VALUE 0.
        77 SUBINDICE PIC 9(2) VALUE 1.
        77 CANT-TIPOS-CLASE PIC 9(2) VALUE 0.

        77 PERIODO-MARGEN PIC 9(6) VALUE 0.
        77 ORIGEN-MARGEN PIC X VALUE SPACES.
            88 ORIGEN-TIMES VALUE 'T'.
        77 PERIODO-REGISTRO PIC 9(6) VALUE 0.
        77 NUMERO-REG PIC X(5) VALUE SPACES.
        77 FECHA-REG PIC 9(8) VALUE 0.
        77 SUCURSAL-REG PIC X(3) VALUE SPACES.
        77 TIPO-CLASE-REG PIC X(4) VALUE SPACES.
        77 HORAS-REG PIC 9(2)V99 VALUE 0.
        77 CUIT-REG PIC 9(11) VALUE 0.
        77 TARIFA-FACTURA PIC 9(5)V99 VALUE 0.
        77 TARIFA-PAGO PIC 9(5)V99 VALUE 0.

        77 SUCURSAL-ANTERIOR PIC X(3) VALUE SPACES.
        77 TIPO-CLASE-ANTERIOR PIC X(4) VALUE SPACES.
        77 PROFESOR-ANTERIOR PIC X(5) VALUE SPACES.
        77 HORAS-COMBINACION PIC 9(5)V99 VALUE 0.
        77 FACTURADO-COMBINACION PIC 9(9)V99 VALUE 0.
        77 PAGADO-COMBINACION PIC 9(9)V99 VALUE 0.
        77 HORAS-SUCURSAL PIC 9(6)V99 VALUE 0.
        77 FACTURADO-SUCURSAL PIC 9(11)V99 VALUE 0.
        77 PAGADO-SUCURSAL PIC 9(11)V99 VALUE 0.
        77 NEGATIVOS-SUCURSAL PIC 9(5) VALUE 0.
        77 HORAS-GENERAL PIC 9(7)V99 VALUE 0.
        77 FACTURADO-GENERAL PIC 9(11)V99 VALUE 0.
        77 PAGADO-GENERAL PIC 9(11)V99 VALUE 0.
        77 MARGEN-CALCULADO PIC S9(11)V99 VALUE 0.
        77 MARGEN-PORCENTAJE PIC S9(5)V99 VALUE 0.
        77 BASE-PORCENTAJE PIC 9(11)V99 VALUE 0.

        77 TOTAL-REGISTROS-LEIDOS PIC 9(7) VALUE 0.
        77 TOTAL-REGISTROS-PERIODO PIC 9(7) VALUE 0.
        77 TOTAL-SIN-TARIFA PIC 9(7) VALUE 0.
        77 TOTAL-SIN-CLASE PIC 9(7) VALUE 0.
        77 TOTAL-COMBINACIONES PIC 9(5) VALUE 0.
        77 TOTAL-NEGATIVOS PIC 9(5) VALUE 0.
        77 TOTAL-SUCURSALES PIC 9(5) VALUE 0.

      * Tarifario completo en memoria, en el mismo orden de clave
      * del archivo, para valorizar cada registro con la ultima
      * vigencia no posterior a su fecha.
       01 TABLA-TARIFAS.
           02 TAB-TARIFAS OCCURS 500 TIMES INDEXED BY TAR-INDICE.
               03 TAB-TAR-CLASE PIC X(4).
               03 TAB-TAR-VIG-DES PIC 9(8).
               03 TAB-TAR-TARIFA PIC 9(5)V99.

      * Contratos por sucursal (MANTCON), en orden de clave, y las
      * horas del mes de los CUIT/clase con tramos, para valorizar
      * con el mismo precio neto que 0900-BUSCAR-TARIFAS de TP2.
       01 TABLA-CONTRATOS.
           02 TAB-CONTRATOS OCCURS 1000 TIMES
                   INDEXED BY CON-INDICE.
               03 TAB-CON-CUIT PIC 9(11).
               03 TAB-CON-CLASE PIC X(4).
               03 TAB-CON-VIG-DES PIC 9(8).
               03 TAB-CON-TARIFA PIC 9(5)V99.
               03 TAB-CON-TRAMO OCCURS 3 TIMES.
                   04 TAB-CON-TRAMO-HORAS PIC 9(4)V99.
                   04 TAB-CON-TRAMO-DESCUENTO PIC 9(2)V99.
               03 TAB-CON-CON-TRAMOS PIC X.
       01 TABLA-VOLUMENES.
           02 TAB-VOLUMENES OCCURS 2000 TIMES
                   INDEXED BY VOLUMEN-INDICE.
               03 TAB-VOL-CUIT PIC 9(11).
               03 TAB-VOL-CLASE PIC X(4).
               03 TAB-VOL-PERIODO PIC 9(6).
               03 TAB-VOL-HORAS PIC 9(5)V99.

       01 TABLA-TIPOS-CLASE.
           02 TAB-TIPOS-CLASE OCCURS 50 TIMES INDEXED BY TIP-INDICE.
               03 TAB-TIP-TIP-CLASE PIC X(4).
               03 TAB-TIP-DESC PIC X(20).
               03 TAB-TIP-TARIFA PIC 9(5)V99.

       01 ENCABEZADO-MARGEN.
           03 FILLER PIC X(36)
               VALUE 'MARGEN BRUTO FACTURADO VS. PAGADO - '.
           03 FILLER PIC X(9) VALUE 'PERIODO: '.
           03 MAR-PERIODO PIC 9(6).
           03 FILLER PIC X(10) VALUE '  ORIGEN: '.
           03 MAR-ORIGEN PIC X(13).
           03 FILLER PIC X(46) VALUE SPACES.
       01 ENCABEZADO-COLUMNAS-MARGEN.
           03 FILLER PIC X(43) VALUE 'SUC  TIPO  PROF. NOMBRE'.
           03 FILLER PIC X(8) VALUE '   HORAS'.
           03 FILLER PIC X(14) VALUE '     FACTURADO'.
           03 FILLER PIC X(14) VALUE '        PAGADO'.
           03 FILLER PIC X(15) VALUE '         MARGEN'.
           03 FILLER PIC X(10) VALUE '   MARGEN%'.
           03 FILLER PIC X(16) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(120) VALUE SPACES.
       01 LINEA-HORIZONTAL.
           03 FILLER PIC X(120) VALUE ALL "_".
       01 LINEA-SEPARADOR.
           03 FILLER PIC X(120) VALUE ALL "=".
       01 DATOS-SUCURSAL-MARGEN.
           03 FILLER PIC X(10) VALUE 'SUCURSAL: '.
           03 MSU-SUCURSAL PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 MSU-RAZON PIC X(25).
           03 FILLER PIC X(80) VALUE SPACES.
       01 DATOS-MARGEN.
           03 MAD-SUCURSAL PIC X(3).
           03 FILLER PIC X(2) VALUE SPACES.
           03 MAD-TIPO-CLASE PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 MAD-NUMERO PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MAD-NOMBRE PIC X(25).
           03 FILLER PIC X(1) VALUE SPACES.
           03 MAD-HORAS PIC ZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MAD-FACTURADO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MAD-PAGADO PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MAD-MARGEN PIC ---------9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MAD-PORCENTAJE PIC ----9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MAD-MARCA PIC X(14).
       01 LINEA-SUBTOTAL-MARGEN.
           03 MST-ETIQUETA PIC X(35).
           03 FILLER PIC X(6) VALUE SPACES.
           03 MST-HORAS PIC ZZZZZZ9,99.
           03 MST-FACTURADO PIC ZZZZZZZZZZ9,99.
           03 MST-PAGADO PIC ZZZZZZZZZZ9,99.
           03 MST-MARGEN PIC -----------9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 MST-PORCENTAJE PIC ----9,99.
           03 FILLER PIC X(16) VALUE SPACES.
       01 LINEA-TOTAL-MARGEN.
           03 MTT-ETIQUETA PIC X(35).
           03 MTT-CANTIDAD PIC ZZZZZZ9.
           03 FILLER PIC X(78) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Margen bruto por sucursal, tipo de clase y profesor: cada
      * hora del periodo se valoriza dos veces, como la factura TP2
      * a la sucursal (TAR-TARIFA de TarifasI.dat vigente a la
      * fecha de la clase, ver 0900-BUSCAR-TARIFAS de TP2) y como
      * se la paga TP al profesor (TIP-TARIFA de TiposClase.dat,
      * ver 1650-EMITIR-PAGO-PROFESOR de TP). La combinacion que se
      * paga mas de lo que se factura sale marcada: pasa cada vez
      * que una vigencia de TarifasI.dat queda atras de un aumento
      * en TiposClase.dat. Subtotal por sucursal y total general.

        SORT ARCHIVO-MAR-ORDENADO
             ON ASCENDING KEY ORD-SUCURSAL
             ON ASCENDING KEY ORD-TIPO-CLASE
             ON ASCENDING KEY ORD-NUMERO
             INPUT PROCEDURE IS CARGA-MARGEN
             OUTPUT PROCEDURE IS EMISION-MARGEN.
        STOP RUN.

      *****************************************************
      *****************************************************
       CARGA-MARGEN SECTION.
      *****************************************************
      *****************************************************
       PERFORM 0100-INICIO-CARGA.
       IF ORIGEN-TIMES
           PERFORM 0400-LEER-TIMES
           PERFORM 0450-PROCESAR-TIMES UNTIL EOF-TIMES
       ELSE
           PERFORM 0500-LEER-HISTORICO
           PERFORM 0550-PROCESAR-HISTORICO UNTIL EOF-HISTORICO
       END-IF.
       PERFORM 0900-FIN-CARGA.

      *****************************************************
      *****************************************************
       EMISION-MARGEN SECTION.
      *****************************************************
      *****************************************************
       PERFORM 1000-INICIO-EMISION.
       PERFORM 1100-LEER-ORDENADO.
       PERFORM 1200-PROCESAR-SUCURSAL UNTIL EOF-ORDENADO.
       PERFORM 1900-FIN-EMISION.

      *****************************************************
      *****************************************************
       OTRA SECTION.
      *****************************************************
      *****************************************************
        0100-INICIO-CARGA.
            OPEN INPUT PARAM-MARGEN.
            READ PARAM-MARGEN
                AT END MOVE 0 TO PAR-PERIODO.
            MOVE PAR-PERIODO TO PERIODO-MARGEN.
            MOVE PAR-ORIGEN TO ORIGEN-MARGEN.
            CLOSE PARAM-MARGEN.
            IF PERIODO-MARGEN EQUAL 0
                DISPLAY 'PARAMMARGEN.DAT SIN PERIODO A ANALIZAR'
                STOP RUN
            END-IF.
            OPEN INPUT TARIFAS.
            PERFORM 0200-LEER-TARIFA.
            PERFORM 0250-CARGAR-TARIFA UNTIL EOF-TARIFAS.
            CLOSE TARIFAS.
            COMPUTE CANT-TARIFAS = TARIFA-SUBINDICE - 1.
            OPEN INPUT TIPOS_CLASE.
            PERFORM 0300-LEER-TIPOS-CLASE.
            PERFORM 0350-CARGAR-TIPOS-CLASE UNTIL EOF-TIPOS_CLASE.
            CLOSE TIPOS_CLASE.
            COMPUTE CANT-TIPOS-CLASE = SUBINDICE - 1.
            OPEN INPUT CONTRATOS.
            PERFORM 0360-LEER-CONTRATO.
            PERFORM 0370-CARGAR-CONTRATO UNTIL EOF-CONTRATOS.
            CLOSE CONTRATOS.
            COMPUTE CANT-CONTRATOS = CONTRATO-SUBINDICE - 1.
            OPEN INPUT SUCURSALES.
            IF ORIGEN-TIMES
                OPEN INPUT MAE-TIMES
            ELSE
                OPEN INPUT HIST-TIMES
            END-IF.
            IF CANT-CONTRATOS-TRAMOS > 0
                PERFORM 0700-RELEVAR-VOLUMENES
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-TARIFA.
         READ TARIFAS RECORD.
         IF NOT OK-TAR
             MOVE "SI" TO EOF-TAR-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0250-CARGAR-TARIFA.
         IF TARIFA-SUBINDICE > 500
             DISPLAY 'TABLA-TARIFAS LLENA - DEMASIADAS VIGENCIAS '
             DISPLAY 'EN TARIFASI.DAT, AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE TAR-TIP-CLASE TO TAB-TAR-CLASE(TARIFA-SUBINDICE).
         MOVE TAR-VIG-DES TO TAB-TAR-VIG-DES(TARIFA-SUBINDICE).
         MOVE TAR-TARIFA TO TAB-TAR-TARIFA(TARIFA-SUBINDICE).
         ADD 1 TO TARIFA-SUBINDICE.
         PERFORM 0200-LEER-TARIFA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-TIPOS-CLASE.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0350-CARGAR-TIPOS-CLASE.
         IF SUBINDICE > 50
             DISPLAY 'TABLA-TIPOS-CLASE LLENA - AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE TIP-TIP_CLASE TO TAB-TIP-TIP-CLASE(SUBINDICE).
         MOVE TIP-DESC TO TAB-TIP-DESC(SUBINDICE).
         MOVE TIP-TARIFA TO TAB-TIP-TARIFA(SUBINDICE).
         ADD 1 TO SUBINDICE.
         PERFORM 0300-LEER-TIPOS-CLASE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0360-LEER-CONTRATO.
         READ CONTRATOS RECORD.
         IF NOT OK-CON
             MOVE "SI" TO EOF-CON-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0370-CARGAR-CONTRATO.
         IF CONTRATO-SUBINDICE > 1000
             DISPLAY 'TABLA-CONTRATOS LLENA - DEMASIADAS VIGENCIAS '
             DISPLAY 'EN CONTRATOSI.DAT, AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE CON-CUIT TO TAB-CON-CUIT(CONTRATO-SUBINDICE).
         MOVE CON-TIP-CLASE TO TAB-CON-CLASE(CONTRATO-SUBINDICE).
         MOVE CON-VIG-DES TO TAB-CON-VIG-DES(CONTRATO-SUBINDICE).
         MOVE CON-TARIFA TO TAB-CON-TARIFA(CONTRATO-SUBINDICE).
         MOVE CON-TRAMO(1) TO TAB-CON-TRAMO(CONTRATO-SUBINDICE, 1).
         MOVE CON-TRAMO(2) TO TAB-CON-TRAMO(CONTRATO-SUBINDICE, 2).
         MOVE CON-TRAMO(3) TO TAB-CON-TRAMO(CONTRATO-SUBINDICE, 3).
         IF CON-TRAMO-HORAS(1) > 0
             MOVE 'S' TO TAB-CON-CON-TRAMOS(CONTRATO-SUBINDICE)
             ADD 1 TO CANT-CONTRATOS-TRAMOS
         ELSE
             MOVE 'N' TO TAB-CON-CON-TRAMOS(CONTRATO-SUBINDICE)
         END-IF.
         ADD 1 TO CONTRATO-SUBINDICE.
         PERFORM 0360-LEER-CONTRATO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-LEER-TIMES.
         READ MAE-TIMES AT END MOVE "SI" TO EOF-TIMES-SW.
         IF TIMES-ESTADO NOT EQUAL '00' AND NOT EOF-TIMES
             MOVE "SI" TO EOF-TIMES-SW
         END-IF.

      *-----------------------------------------------------------*
      * Times.dat sale de TP asignado a PRINTER y arrastra alguna
      * linea en blanco de salto de carro; no son registros.
      *-----------------------------------------------------------*
        0450-PROCESAR-TIMES.
         IF REG-MAE-TIMES NOT EQUAL SPACES
             ADD 1 TO TOTAL-REGISTROS-LEIDOS
             COMPUTE PERIODO-REGISTRO =
                 MAE-TIMES-ANIO * 100 + MAE-TIMES-MES
             IF PERIODO-REGISTRO EQUAL PERIODO-MARGEN
                 MOVE MAE-TIMES-NUMERO TO NUMERO-REG
                 MOVE MAE-TIMES-FECHA TO FECHA-REG
                 MOVE MAE-TIMES-SUCURSAL TO SUCURSAL-REG
                 MOVE MAE-TIMES-TIPO-CLASE TO TIPO-CLASE-REG
                 MOVE MAE-TIMES-HORAS TO HORAS-REG
                 PERFORM 0750-RESOLVER-CUIT
                 PERFORM 0600-VALORIZAR-REGISTRO
             END-IF
         END-IF.
         PERFORM 0400-LEER-TIMES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-LEER-HISTORICO.
         READ HIST-TIMES AT END MOVE "SI" TO EOF-HIST-SW.
         IF HIST-ESTADO NOT EQUAL '00' AND NOT EOF-HISTORICO
             MOVE "SI" TO EOF-HIST-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0550-PROCESAR-HISTORICO.
         ADD 1 TO TOTAL-REGISTROS-LEIDOS.
         IF HIS-PERIODO EQUAL PERIODO-MARGEN
             MOVE HIS-NUMERO TO NUMERO-REG
             MOVE HIS-FECHA TO FECHA-REG
             MOVE HIS-SUCURSAL TO SUCURSAL-REG
             MOVE HIS-TIPO-CLASE TO TIPO-CLASE-REG
             MOVE HIS-HORAS TO HORAS-REG
             MOVE HIS-CUIT TO CUIT-REG
             PERFORM 0600-VALORIZAR-REGISTRO
         END-IF.
         PERFORM 0500-LEER-HISTORICO.

      *-----------------------------------------------------------*
      * Las dos valorizaciones de la misma hora. Sin tarifa vigente
      * o sin tipo de clase el lado que falta queda en cero y se
      * cuenta, igual que en TP2 y TP. Lo facturado lleva el
      * contrato de la sucursal, con el mismo calculo de TP2.
      *-----------------------------------------------------------*
        0600-VALORIZAR-REGISTRO.
         ADD 1 TO TOTAL-REGISTROS-PERIODO.
         MOVE "NO" TO TARIFA-ENCONTRADA-SW.
         MOVE 0 TO TARIFA-FACTURA.
         PERFORM 0650-BUSCAR-TARIFA-VIGENTE
             VARYING TAR-INDICE FROM 1 BY 1
             UNTIL TAR-INDICE > CANT-TARIFAS.
         MOVE "NO" TO CONTRATO-ENCONTRADO-SW.
         PERFORM 0660-BUSCAR-CONTRATO
             VARYING CON-INDICE FROM 1 BY 1
             UNTIL CON-INDICE > CANT-CONTRATOS.
         IF CONTRATO-VIGENTE
             PERFORM 0670-APLICAR-CONTRATO
         END-IF.
         IF NOT TARIFA-VIGENTE
             ADD 1 TO TOTAL-SIN-TARIFA
         END-IF.
         MOVE "NO" TO CLASE-ENCONTRADA-SW.
         MOVE 0 TO TARIFA-PAGO.
         SET TIP-INDICE TO 1.
         SEARCH TAB-TIPOS-CLASE
             AT END
                 ADD 1 TO TOTAL-SIN-CLASE
             WHEN TAB-TIP-TIP-CLASE(TIP-INDICE) EQUAL TIPO-CLASE-REG
                 MOVE TAB-TIP-TARIFA(TIP-INDICE) TO TARIFA-PAGO
                 MOVE "SI" TO CLASE-ENCONTRADA-SW
         END-SEARCH.
         MOVE SUCURSAL-REG TO ORD-SUCURSAL.
         MOVE TIPO-CLASE-REG TO ORD-TIPO-CLASE.
         MOVE NUMERO-REG TO ORD-NUMERO.
         MOVE HORAS-REG TO ORD-HORAS.
         COMPUTE ORD-FACTURADO = HORAS-REG * TARIFA-FACTURA.
         COMPUTE ORD-PAGADO = HORAS-REG * TARIFA-PAGO.
         RELEASE REG-ORDENADO.

      *-----------------------------------------------------------*
      * Ultima vigencia no posterior a la fecha del registro, igual
      * criterio que 0900-BUSCAR-TARIFAS de TP2.
      *-----------------------------------------------------------*
        0650-BUSCAR-TARIFA-VIGENTE.
         IF TAB-TAR-CLASE(TAR-INDICE) EQUAL TIPO-CLASE-REG AND
            TAB-TAR-VIG-DES(TAR-INDICE) NOT > FECHA-REG
             MOVE TAB-TAR-TARIFA(TAR-INDICE) TO TARIFA-FACTURA
             MOVE "SI" TO TARIFA-ENCONTRADA-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0660-BUSCAR-CONTRATO.
         IF TAB-CON-CUIT(CON-INDICE) EQUAL CUIT-REG AND
            TAB-CON-CLASE(CON-INDICE) EQUAL TIPO-CLASE-REG AND
            TAB-CON-VIG-DES(CON-INDICE) NOT > FECHA-REG
             SET CONTRATO-ELEGIDO TO CON-INDICE
             MOVE "SI" TO CONTRATO-ENCONTRADO-SW
         END-IF.

      *-----------------------------------------------------------*
      * Precio pactado en lugar del de lista (cero = lista) y
      * descuento del tramo mas alto que alcanzan las horas del mes.
      *-----------------------------------------------------------*
        0670-APLICAR-CONTRATO.
         IF TAB-CON-TARIFA(CONTRATO-ELEGIDO) > 0
             MOVE TAB-CON-TARIFA(CONTRATO-ELEGIDO)
                 TO TARIFA-FACTURA
             MOVE "SI" TO TARIFA-ENCONTRADA-SW
         END-IF.
         MOVE 0 TO PORCENTAJE-DESCUENTO.
         IF TAB-CON-CON-TRAMOS(CONTRATO-ELEGIDO) EQUAL 'S'
             PERFORM 0680-BUSCAR-VOLUMEN
             PERFORM 0690-EVALUAR-TRAMO
                 VARYING TRAMO-SUBINDICE FROM 1 BY 1
                 UNTIL TRAMO-SUBINDICE > 3
         END-IF.
         IF PORCENTAJE-DESCUENTO > 0
             COMPUTE TARIFA-FACTURA ROUNDED =
                 TARIFA-FACTURA * (100 - PORCENTAJE-DESCUENTO) / 100
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0680-BUSCAR-VOLUMEN.
         MOVE 0 TO VOLUMEN-MES.
         COMPUTE PERIODO-VOLUMEN = FECHA-REG / 100.
         SET VOLUMEN-INDICE TO 1.
         SEARCH TAB-VOLUMENES
             AT END CONTINUE
             WHEN VOLUMEN-INDICE EQUAL VOLUMEN-SUBINDICE
                 CONTINUE
             WHEN TAB-VOL-CUIT(VOLUMEN-INDICE) EQUAL CUIT-REG AND
                  TAB-VOL-CLASE(VOLUMEN-INDICE) EQUAL TIPO-CLASE-REG AND
                  TAB-VOL-PERIODO(VOLUMEN-INDICE) EQUAL PERIODO-VOLUMEN
                 MOVE TAB-VOL-HORAS(VOLUMEN-INDICE) TO VOLUMEN-MES
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0690-EVALUAR-TRAMO.
         IF TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE) > 0
            AND TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE)
                NOT > VOLUMEN-MES
             MOVE TAB-CON-TRAMO-DESCUENTO(CONTRATO-ELEGIDO,
                                          TRAMO-SUBINDICE)
                 TO PORCENTAJE-DESCUENTO
         END-IF.

      *-----------------------------------------------------------*
      * Pasada previa sobre el mismo archivo de entrada para las
      * horas del mes de los CUIT/clase con tramos; despues se
      * cierra y se reabre para la carga del SORT.
      *-----------------------------------------------------------*
        0700-RELEVAR-VOLUMENES.
            IF ORIGEN-TIMES
                PERFORM 0400-LEER-TIMES
                PERFORM 0710-VOLUMEN-TIMES UNTIL EOF-TIMES
                CLOSE MAE-TIMES
                OPEN INPUT MAE-TIMES
                MOVE "NO" TO EOF-TIMES-SW
            ELSE
                PERFORM 0500-LEER-HISTORICO
                PERFORM 0720-VOLUMEN-HISTORICO UNTIL EOF-HISTORICO
                CLOSE HIST-TIMES
                OPEN INPUT HIST-TIMES
                MOVE "NO" TO EOF-HIST-SW
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0710-VOLUMEN-TIMES.
         IF REG-MAE-TIMES NOT EQUAL SPACES
             COMPUTE PERIODO-REGISTRO =
                 MAE-TIMES-ANIO * 100 + MAE-TIMES-MES
             IF PERIODO-REGISTRO EQUAL PERIODO-MARGEN
                 MOVE MAE-TIMES-FECHA TO FECHA-REG
                 MOVE MAE-TIMES-SUCURSAL TO SUCURSAL-REG
                 MOVE MAE-TIMES-TIPO-CLASE TO TIPO-CLASE-REG
                 MOVE MAE-TIMES-HORAS TO HORAS-REG
                 PERFORM 0750-RESOLVER-CUIT
                 PERFORM 0730-ACUMULAR-VOLUMEN
             END-IF
         END-IF.
         PERFORM 0400-LEER-TIMES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0720-VOLUMEN-HISTORICO.
         IF HIS-PERIODO EQUAL PERIODO-MARGEN
             MOVE HIS-FECHA TO FECHA-REG
             MOVE HIS-TIPO-CLASE TO TIPO-CLASE-REG
             MOVE HIS-HORAS TO HORAS-REG
             MOVE HIS-CUIT TO CUIT-REG
             PERFORM 0730-ACUMULAR-VOLUMEN
         END-IF.
         PERFORM 0500-LEER-HISTORICO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0730-ACUMULAR-VOLUMEN.
         SET CON-INDICE TO 1.
         SEARCH TAB-CONTRATOS
             AT END CONTINUE
             WHEN CON-INDICE EQUAL CONTRATO-SUBINDICE
                 CONTINUE
             WHEN TAB-CON-CUIT(CON-INDICE) EQUAL CUIT-REG AND
                  TAB-CON-CLASE(CON-INDICE) EQUAL TIPO-CLASE-REG AND
                  TAB-CON-CON-TRAMOS(CON-INDICE) EQUAL 'S'
                 PERFORM 0740-SUMAR-VOLUMEN
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0740-SUMAR-VOLUMEN.
         COMPUTE PERIODO-VOLUMEN = FECHA-REG / 100.
         SET VOLUMEN-INDICE TO 1.
         SEARCH TAB-VOLUMENES
             AT END
                 DISPLAY 'TABLA-VOLUMENES LLENA - DEMASIADOS CUIT/'
                 DISPLAY 'CLASE CON TRAMOS, AUMENTAR EL OCCURS'
                 STOP RUN
             WHEN VOLUMEN-INDICE EQUAL VOLUMEN-SUBINDICE
                 ADD 1 TO VOLUMEN-SUBINDICE
                 MOVE CUIT-REG TO TAB-VOL-CUIT(VOLUMEN-INDICE)
                 MOVE TIPO-CLASE-REG TO TAB-VOL-CLASE(VOLUMEN-INDICE)
                 MOVE PERIODO-VOLUMEN
                     TO TAB-VOL-PERIODO(VOLUMEN-INDICE)
                 MOVE HORAS-REG TO TAB-VOL-HORAS(VOLUMEN-INDICE)
             WHEN TAB-VOL-CUIT(VOLUMEN-INDICE) EQUAL CUIT-REG AND
                  TAB-VOL-CLASE(VOLUMEN-INDICE) EQUAL TIPO-CLASE-REG AND
                  TAB-VOL-PERIODO(VOLUMEN-INDICE) EQUAL PERIODO-VOLUMEN
                 ADD HORAS-REG TO TAB-VOL-HORAS(VOLUMEN-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      * Times.dat no trae el CUIT: sale del maestro por sucursal.
      * Sin alta la clase queda a precio de lista.
      *-----------------------------------------------------------*
        0750-RESOLVER-CUIT.
         MOVE 0 TO CUIT-REG.
         MOVE SUCURSAL-REG TO SUC-SUCURSAL.
         READ SUCURSALES RECORD.
         IF OK-SUC-LEIDA
             MOVE SUC-CUIT TO CUIT-REG
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0900-FIN-CARGA.
            IF ORIGEN-TIMES
                CLOSE MAE-TIMES
            ELSE
                CLOSE HIST-TIMES
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-INICIO-EMISION.
            OPEN INPUT PROFESORES.
            OPEN OUTPUT MARGEN-REPORTE.
            MOVE PERIODO-MARGEN TO MAR-PERIODO.
            IF ORIGEN-TIMES
                MOVE 'TIMES.DAT    ' TO MAR-ORIGEN
            ELSE
                MOVE 'HISTTIMES.DAT' TO MAR-ORIGEN
            END-IF.
            WRITE LINEA-MARGEN FROM ENCABEZADO-MARGEN.
            WRITE LINEA-MARGEN FROM LINEA-EN-BLANCO.
            WRITE LINEA-MARGEN FROM ENCABEZADO-COLUMNAS-MARGEN.
            WRITE LINEA-MARGEN FROM LINEA-SEPARADOR.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1100-LEER-ORDENADO.
         RETURN ARCHIVO-MAR-ORDENADO
            AT END MOVE "SI" TO EOF-ORD-SW.

      *-----------------------------------------------------------*
      * Corte por sucursal: encabezado con la razon social, una
      * linea por tipo de clase y profesor, y el subtotal.
      *-----------------------------------------------------------*
        1200-PROCESAR-SUCURSAL.
         MOVE ORD-SUCURSAL TO SUCURSAL-ANTERIOR.
         MOVE 0 TO HORAS-SUCURSAL.
         MOVE 0 TO FACTURADO-SUCURSAL.
         MOVE 0 TO PAGADO-SUCURSAL.
         MOVE 0 TO NEGATIVOS-SUCURSAL.
         MOVE ORD-SUCURSAL TO MSU-SUCURSAL.
         MOVE ORD-SUCURSAL TO SUC-SUCURSAL.
         READ SUCURSALES RECORD.
         IF OK-SUC-LEIDA
             MOVE SUC-RAZON TO MSU-RAZON
         ELSE
             MOVE '** SIN ALTA EN SUCURSALES' TO MSU-RAZON
         END-IF.
         WRITE LINEA-MARGEN FROM DATOS-SUCURSAL-MARGEN.
         PERFORM 1300-PROCESAR-COMBINACION UNTIL EOF-ORDENADO OR
             (SUCURSAL-ANTERIOR NOT EQUAL ORD-SUCURSAL).
         WRITE LINEA-MARGEN FROM LINEA-HORIZONTAL.
         MOVE 'SUBTOTAL SUCURSAL                  ' TO MST-ETIQUETA.
         MOVE SUCURSAL-ANTERIOR TO MST-ETIQUETA(19:3).
         MOVE HORAS-SUCURSAL TO MST-HORAS.
         MOVE FACTURADO-SUCURSAL TO MST-FACTURADO.
         MOVE PAGADO-SUCURSAL TO MST-PAGADO.
         COMPUTE MARGEN-CALCULADO =
             FACTURADO-SUCURSAL - PAGADO-SUCURSAL.
         MOVE FACTURADO-SUCURSAL TO BASE-PORCENTAJE.
         PERFORM 1500-CALCULAR-PORCENTAJE.
         MOVE MARGEN-CALCULADO TO MST-MARGEN.
         MOVE MARGEN-PORCENTAJE TO MST-PORCENTAJE.
         WRITE LINEA-MARGEN FROM LINEA-SUBTOTAL-MARGEN.
         MOVE 'COMBINACIONES CON MARGEN NEGATIVO: ' TO MTT-ETIQUETA.
         MOVE NEGATIVOS-SUCURSAL TO MTT-CANTIDAD.
         WRITE LINEA-MARGEN FROM LINEA-TOTAL-MARGEN.
         WRITE LINEA-MARGEN FROM LINEA-EN-BLANCO.
         ADD HORAS-SUCURSAL TO HORAS-GENERAL.
         ADD FACTURADO-SUCURSAL TO FACTURADO-GENERAL.
         ADD PAGADO-SUCURSAL TO PAGADO-GENERAL.
         ADD 1 TO TOTAL-SUCURSALES.

      *-----------------------------------------------------------*
      * Una linea por sucursal + tipo de clase + profesor.
      *-----------------------------------------------------------*
        1300-PROCESAR-COMBINACION.
         MOVE ORD-TIPO-CLASE TO TIPO-CLASE-ANTERIOR.
         MOVE ORD-NUMERO TO PROFESOR-ANTERIOR.
         MOVE 0 TO HORAS-COMBINACION.
         MOVE 0 TO FACTURADO-COMBINACION.
         MOVE 0 TO PAGADO-COMBINACION.
         PERFORM 1350-ACUMULAR-COMBINACION UNTIL EOF-ORDENADO OR
             (SUCURSAL-ANTERIOR NOT EQUAL ORD-SUCURSAL) OR
             (TIPO-CLASE-ANTERIOR NOT EQUAL ORD-TIPO-CLASE) OR
             (PROFESOR-ANTERIOR NOT EQUAL ORD-NUMERO).
         MOVE SUCURSAL-ANTERIOR TO MAD-SUCURSAL.
         MOVE TIPO-CLASE-ANTERIOR TO MAD-TIPO-CLASE.
         MOVE PROFESOR-ANTERIOR TO MAD-NUMERO.
         MOVE PROFESOR-ANTERIOR TO PROF-NUMERO.
         READ PROFESORES RECORD.
         IF OK-PROF-LEIDO
             MOVE PROF-NOMBRE TO MAD-NOMBRE
         ELSE
             MOVE '** SIN ALTA EN PROFESORES' TO MAD-NOMBRE
         END-IF.
         MOVE HORAS-COMBINACION TO MAD-HORAS.
         MOVE FACTURADO-COMBINACION TO MAD-FACTURADO.
         MOVE PAGADO-COMBINACION TO MAD-PAGADO.
         COMPUTE MARGEN-CALCULADO =
             FACTURADO-COMBINACION - PAGADO-COMBINACION.
         MOVE FACTURADO-COMBINACION TO BASE-PORCENTAJE.
         PERFORM 1500-CALCULAR-PORCENTAJE.
         MOVE MARGEN-CALCULADO TO MAD-MARGEN.
         MOVE MARGEN-PORCENTAJE TO MAD-PORCENTAJE.
         IF MARGEN-CALCULADO < 0
             MOVE '** NEGATIVO **' TO MAD-MARCA
             ADD 1 TO NEGATIVOS-SUCURSAL
             ADD 1 TO TOTAL-NEGATIVOS
         ELSE
             MOVE SPACES TO MAD-MARCA
         END-IF.
         WRITE LINEA-MARGEN FROM DATOS-MARGEN.
         ADD HORAS-COMBINACION TO HORAS-SUCURSAL.
         ADD FACTURADO-COMBINACION TO FACTURADO-SUCURSAL.
         ADD PAGADO-COMBINACION TO PAGADO-SUCURSAL.
         ADD 1 TO TOTAL-COMBINACIONES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1350-ACUMULAR-COMBINACION.
         ADD ORD-HORAS TO HORAS-COMBINACION.
         ADD ORD-FACTURADO TO FACTURADO-COMBINACION.
         ADD ORD-PAGADO TO PAGADO-COMBINACION.
         PERFORM 1100-LEER-ORDENADO.

      *-----------------------------------------------------------*
      * Margen sobre lo facturado (BASE-PORCENTAJE, la deja el que
      * llama). Sin facturacion (clase sin tarifa vigente) no hay
      * base: el porcentaje va en -100 si igual se pago algo.
      *-----------------------------------------------------------*
        1500-CALCULAR-PORCENTAJE.
         IF BASE-PORCENTAJE EQUAL 0
             IF MARGEN-CALCULADO < 0
                 MOVE -100 TO MARGEN-PORCENTAJE
             ELSE
                 MOVE 0 TO MARGEN-PORCENTAJE
             END-IF
         ELSE
             COMPUTE MARGEN-PORCENTAJE ROUNDED =
                 MARGEN-CALCULADO * 100 / BASE-PORCENTAJE
                 ON SIZE ERROR MOVE -9999,99 TO MARGEN-PORCENTAJE
             END-COMPUTE
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1900-FIN-EMISION.
            WRITE LINEA-MARGEN FROM LINEA-SEPARADOR.
            MOVE 'TOTAL GENERAL                      ' TO MST-ETIQUETA.
            MOVE HORAS-GENERAL TO MST-HORAS.
            MOVE FACTURADO-GENERAL TO MST-FACTURADO.
            MOVE PAGADO-GENERAL TO MST-PAGADO.
            COMPUTE MARGEN-CALCULADO =
                FACTURADO-GENERAL - PAGADO-GENERAL.
            MOVE FACTURADO-GENERAL TO BASE-PORCENTAJE.
            PERFORM 1500-CALCULAR-PORCENTAJE.
            MOVE MARGEN-CALCULADO TO MST-MARGEN.
            MOVE MARGEN-PORCENTAJE TO MST-PORCENTAJE.
            WRITE LINEA-MARGEN FROM LINEA-SUBTOTAL-MARGEN.
            WRITE LINEA-MARGEN FROM LINEA-EN-BLANCO.
            MOVE 'REGISTROS LEIDOS:                  ' TO MTT-ETIQUETA.
            MOVE TOTAL-REGISTROS-LEIDOS TO MTT-CANTIDAD.
            WRITE LINEA-MARGEN FROM LINEA-TOTAL-MARGEN.
            MOVE 'REGISTROS DEL PERIODO:             ' TO MTT-ETIQUETA.
            MOVE TOTAL-REGISTROS-PERIODO TO MTT-CANTIDAD.
            WRITE LINEA-MARGEN FROM LINEA-TOTAL-MARGEN.
            MOVE 'SIN TARIFA VIGENTE EN TARIFASI:    ' TO MTT-ETIQUETA.
            MOVE TOTAL-SIN-TARIFA TO MTT-CANTIDAD.
            WRITE LINEA-MARGEN FROM LINEA-TOTAL-MARGEN.
            MOVE 'SIN TIPO DE CLASE EN TIPOSCLASE:   ' TO MTT-ETIQUETA.
            MOVE TOTAL-SIN-CLASE TO MTT-CANTIDAD.
            WRITE LINEA-MARGEN FROM LINEA-TOTAL-MARGEN.
            MOVE 'SUCURSALES:                        ' TO MTT-ETIQUETA.
            MOVE TOTAL-SUCURSALES TO MTT-CANTIDAD.
            WRITE LINEA-MARGEN FROM LINEA-TOTAL-MARGEN.
            MOVE 'COMBINACIONES SUC/TIPO/PROFESOR:   ' TO MTT-ETIQUETA.
            MOVE TOTAL-COMBINACIONES TO MTT-CANTIDAD.
            WRITE LINEA-MARGEN FROM LINEA-TOTAL-MARGEN.
            MOVE 'COMBINACIONES CON MARGEN NEGATIVO: ' TO MTT-ETIQUETA.
            MOVE TOTAL-NEGATIVOS TO MTT-CANTIDAD.
            WRITE LINEA-MARGEN FROM LINEA-TOTAL-MARGEN.
            CLOSE PROFESORES.
            CLOSE SUCURSALES.
            CLOSE MARGEN-REPORTE.
