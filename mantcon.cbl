        IDENTIFICATION DIVISION.
        PROGRAM-ID. MANTCON.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

            SELECT MOV-CONTRATOS  ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MOV-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

      * Solo para validar que el CUIT del contrato sea el de una
      * sucursal dada de alta: se recorre entero al inicio.
            SELECT SUCURSALES ASSIGN TO DISK
                              ORGANIZATION IS INDEXED
                              ACCESS MODE IS SEQUENTIAL
                              RECORD KEY IS SUC-SUCURSAL
                              FILE STATUS IS SUC-ESTADO.

      * Precios de contrato por sucursal, mismo esquema que
      * TarifasI.dat: clave CUIT + clase + vigencia, I-O para el
      * barrido inicial y las altas con WRITE directo. OPTIONAL:
      * la primera corrida lo crea vacio.
            SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS CON-CLAVE
                           FILE STATUS IS CON-ESTADO.

            SELECT LISTADO-CONTRATOS ASSIGN TO PRINTER
                                  "ContratosListado.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

      * Un movimiento por linea. Tipo 'A': alta de una vigencia del
      * contrato de un CUIT para una clase, con precio pactado por
      * hora (cero = precio de lista) y hasta tres tramos de
      * descuento por volumen mensual de horas. Tipo 'B': fin del
      * contrato desde la vigencia indicada; graba una vigencia
      * sin precio ni tramos, que vuelve la sucursal a la lista.
        FD MOV-CONTRATOS  LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "MovContratos.dat".
        01 REG-MOV-CONTRATOS.
            03 MCO-TIPO                PIC X.
            03 MCO-DATOS               PIC X(60).
            03 MCO-DATOS-ALTA REDEFINES MCO-DATOS.
                05 MCO-CUIT            PIC X(11).
                05 MCO-CUIT-N REDEFINES MCO-CUIT
                                       PIC 9(11).
                05 MCO-CLASE           PIC X(4).
                05 MCO-VIG-DES         PIC X(8).
                05 MCO-VIG-DES-N REDEFINES MCO-VIG-DES
                                       PIC 9(8).
                05 MCO-TARIFA          PIC X(7).
                05 MCO-TARIFA-N REDEFINES MCO-TARIFA
                                       PIC 9(5)V99.
                05 MCO-TRAMO OCCURS 3 TIMES.
                    07 MCO-TRAMO-HORAS PIC X(6).
                    07 MCO-TRAMO-HORAS-N REDEFINES MCO-TRAMO-HORAS
                                       PIC 9(4)V99.
                    07 MCO-TRAMO-DESCUENTO PIC X(4).
                    07 MCO-TRAMO-DESCUENTO-N
                           REDEFINES MCO-TRAMO-DESCUENTO
                                       PIC 9(2)V99.

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
        01 REG-TIPOS_CLASE.
           03 TIP-TIP_CLASE       PIC X(4).
           03 TIP-DESC            PIC X(20).
           03 TIP-TARIFA          PIC 9(5)V99.

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

      * Precio pactado (cero = se factura al precio de lista de
      * TarifasI.dat) y tramos de descuento: cada tramo con horas
      * desde (volumen del CUIT en la clase en el mes calendario)
      * y porcentaje. Rige el tramo mas alto alcanzado, sobre
      * todas las horas del mes. Tramo en cero = no usado.
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

        FD LISTADO-CONTRATOS LABEL RECORD OMITTED.
        01 LINEA-LISTADO-CONTRATOS PIC X(100).

        WORKING-STORAGE SECTION.
        77 MOV-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 SUC-ESTADO PIC XX.
            88 OK-SUC VALUE '00'.
        77 CON-ESTADO PIC XX.
            88 OK-CON VALUE '00'.
        77 EOF-MOV-SW PIC XX VALUE "NO".
            88 EOF-MOVIMIENTOS VALUE "SI".
        77 EOF-CLASES PIC XX VALUE "NO".
            88 EOF-TIPOS_CLASE VALUE "SI".
        77 EOF-SUC-SW PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-CON-SW PIC XX VALUE "NO".
            88 EOF-CONTRATOS VALUE "SI".
        77 CLASE-ENCONTRADA-SW PIC XX VALUE "NO".
            88 CLASE-ENCONTRADA VALUE "SI".
        77 CUIT-ENCONTRADO-SW PIC XX VALUE "NO".
            88 CUIT-ENCONTRADO VALUE "SI".
        77 CONTRATO-ENCONTRADO-SW PIC XX VALUE "NO".
            88 CONTRATO-ENCONTRADO VALUE "SI".

        77 TIP-SUBINDICE PIC 9(2) VALUE 1.
        77 SCU-SUBINDICE PIC 9(3) VALUE 1.
        77 CON-SUBINDICE PIC 9(4) VALUE 1.
        77 TRAMO-SUBINDICE PIC 9 VALUE 1.
        77 NRO-MOVIMIENTO PIC 9(5) VALUE 0.
        77 TOTAL-VIGENCIAS-GRABADAS PIC 9(5) VALUE 0.
        77 TOTAL-BAJAS-GRABADAS PIC 9(5) VALUE 0.
        77 TOTAL-RECHAZADOS PIC 9(5) VALUE 0.
        77 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
        77 BUSCA-CUIT PIC 9(11) VALUE 0.
        77 BUSCA-CLASE PIC X(4) VALUE SPACES.
        77 HORAS-TRAMO-ANTERIOR PIC 9(4)V99 VALUE 0.
        77 TRAMO-VACIO-SW PIC XX VALUE "NO".
            88 HUBO-TRAMO-VACIO VALUE "SI".

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

       01 TABLA-TIPOS-CLASE.
           02 TAB-TIPOS-CLASE OCCURS 50 TIMES INDEXED BY TIP-INDICE.
               03 TAB-TIP-TIP-CLASE PIC X(4).

       01 TABLA-CUIT-SUCURSALES.
           02 TAB-SCU OCCURS 100 TIMES INDEXED BY SCU-INDICE.
               03 TAB-SCU-CUIT PIC 9(11).

      * Ultima vigencia cargada de cada contrato (CUIT + clase),
      * con su precio y tramos para la linea de antes/despues.
       01 TABLA-CONTRATOS.
           02 TAB-CONTRATOS OCCURS 1000 TIMES INDEXED BY CON-INDICE.
               03 TAB-CON-CUIT PIC 9(11).
               03 TAB-CON-CLASE PIC X(4).
               03 TAB-CON-ULT-VIGENCIA PIC 9(8).
               03 TAB-CON-ULT-TARIFA PIC 9(5)V99.
               03 TAB-CON-ULT-TRAMOS PIC X(30).

      * Vigencia a grabar, armada por el alta o la baja.
       01 CONTRATO-NUEVO.
           02 CNU-VIG-DES PIC 9(8).
           02 CNU-TARIFA PIC 9(5)V99.
           02 CNU-TRAMOS.
              03 CNU-TRAMO OCCURS 3 TIMES.
                 04 CNU-TRAMO-HORAS PIC 9(4)V99.
                 04 CNU-TRAMO-DESCUENTO PIC 9(2)V99.

      * Vista de los tramos para armar la linea del listado.
       01 TRAMOS-LISTADO.
           02 TLI-TRAMO OCCURS 3 TIMES.
              03 TLI-TRAMO-HORAS PIC 9(4)V99.
              03 TLI-TRAMO-DESCUENTO PIC 9(2)V99.

       01 ENCABEZADO-LISTADO.
           03 FILLER PIC X(35)
               VALUE 'MANTENIMIENTO DE CONTRATOS - FECHA:'.
           03 FILLER PIC X VALUE SPACES.
           03 LIS-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 LIS-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 LIS-ANIO PIC 9(4).
           03 FILLER PIC X(54) VALUE SPACES.
       01 ENCABEZADO-COLUMNAS.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'CUIT        '.
           03 FILLER PIC X(5) VALUE 'TIPO '.
           03 FILLER PIC X(17) VALUE 'VIGENCIA   PRECIO'.
           03 FILLER PIC X(48)
               VALUE '  TRAMO1 HS/DESC  TRAMO2 HS/DESC  TRAMO3 HS/DESC'.
           03 FILLER PIC X(8) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(100) VALUE SPACES.
       01 DATOS-CAMBIO-CONTRATO.
           03 CAM-ETIQUETA PIC X(10).
           03 CAM-CUIT PIC 9(11).
           03 FILLER PIC X VALUE SPACES.
           03 CAM-CLASE PIC X(4).
           03 FILLER PIC X VALUE SPACES.
           03 CAM-VIGENCIA PIC 9(8).
           03 FILLER PIC X VALUE SPACES.
           03 CAM-TARIFA PIC ZZZZ9,99.
           03 CAM-TRAMO OCCURS 3 TIMES.
               05 FILLER PIC X(2).
               05 CAM-TRAMO-HORAS PIC ZZZ9,99.
               05 FILLER PIC X.
               05 CAM-TRAMO-DESCUENTO PIC Z9,99.
               05 FILLER PIC X.
           03 FILLER PIC X(8) VALUE SPACES.
       01 LINEA-MOVIMIENTO-CON.
           03 FILLER PIC X(11) VALUE 'MOVIMIENTO '.
           03 LIS-NRO-MOVIMIENTO PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE ': '.
           03 LIS-MOVIMIENTO PIC X(61).
           03 FILLER PIC X(21) VALUE SPACES.
       01 LINEA-RECHAZO-CON.
           03 FILLER PIC X(14) VALUE '   RECHAZADO: '.
           03 LIS-MOTIVO PIC X(30).
           03 FILLER PIC X(56) VALUE SPACES.
       01 LINEA-TOTAL-CONTRATOS.
           03 TOT-ETIQUETA PIC X(25).
           03 TOT-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(70) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Mantenimiento de ContratosI.dat por archivo de movimientos,
      * con listado de antes/despues por contrato para conformidad.
      * Mismo criterio que MANTTAR: las vigencias solo se agregan
      * hacia adelante, porque TP2 ya facturo con las anteriores y
      * COMPARA, TENDENCIA y REFACTURA las vuelven a usar para
      * valorizar el historico.

        COMIENZO.
            PERFORM 0100-INICIO.
            PERFORM 0400-LEER-MOVIMIENTO.
            PERFORM 0500-PROCESAR-MOVIMIENTO UNTIL EOF-MOVIMIENTOS.
            PERFORM 0900-FIN.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            OPEN INPUT TIPOS_CLASE.
            PERFORM 0110-LEER-TIPO-CLASE.
            PERFORM 0120-CARGAR-TIPO-CLASE UNTIL EOF-TIPOS_CLASE.
            CLOSE TIPOS_CLASE.
            OPEN INPUT SUCURSALES.
            PERFORM 0130-LEER-SUCURSAL.
            PERFORM 0140-CARGAR-SUCURSAL UNTIL EOF-SUCURSALES.
            CLOSE SUCURSALES.
            OPEN I-O CONTRATOS.
            PERFORM 0200-LEER-CONTRATO.
            PERFORM 0300-RELEVAR-ULTIMA-VIGENCIA UNTIL EOF-CONTRATOS.
            OPEN INPUT MOV-CONTRATOS.
            OPEN OUTPUT LISTADO-CONTRATOS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DAY TO LIS-DIA.
            MOVE WS-CURRENT-MONTH TO LIS-MES.
            MOVE WS-CURRENT-YEAR TO LIS-ANIO.
            WRITE LINEA-LISTADO-CONTRATOS FROM ENCABEZADO-LISTADO.
            WRITE LINEA-LISTADO-CONTRATOS FROM ENCABEZADO-COLUMNAS.
            WRITE LINEA-LISTADO-CONTRATOS FROM LINEA-EN-BLANCO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0110-LEER-TIPO-CLASE.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0120-CARGAR-TIPO-CLASE.
         IF TIP-SUBINDICE > 50
             DISPLAY 'TABLA-TIPOS-CLASE LLENA - DEMASIADOS '
             DISPLAY 'TIPOS EN TIPOSCLASE.DAT, AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE TIP-TIP_CLASE TO TAB-TIP-TIP-CLASE(TIP-SUBINDICE).
         ADD 1 TO TIP-SUBINDICE.
         PERFORM 0110-LEER-TIPO-CLASE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0130-LEER-SUCURSAL.
         READ SUCURSALES NEXT RECORD
            AT END MOVE "SI" TO EOF-SUC-SW.
         IF NOT OK-SUC
             MOVE "SI" TO EOF-SUC-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0140-CARGAR-SUCURSAL.
         IF SCU-SUBINDICE > 100
             DISPLAY 'TABLA-CUIT-SUCURSALES LLENA - DEMASIADAS '
             DISPLAY 'SUCURSALES, AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE SUC-CUIT TO TAB-SCU-CUIT(SCU-SUBINDICE).
         ADD 1 TO SCU-SUBINDICE.
         PERFORM 0130-LEER-SUCURSAL.

      *-----------------------------------------------------------*
      * Cualquier estado distinto de '00' corta el barrido, como en
      * MANTTAR: cubre el ContratosI.dat recien creado.
      *-----------------------------------------------------------*
        0200-LEER-CONTRATO.
         READ CONTRATOS NEXT RECORD
            AT END MOVE "SI" TO EOF-CON-SW.
         IF NOT OK-CON
             MOVE "SI" TO EOF-CON-SW
         END-IF.

      *-----------------------------------------------------------*
      * El archivo viene en orden de clave (CUIT, clase, vigencia):
      * el ultimo registro de cada contrato deja en la tabla su
      * ultima vigencia.
      *-----------------------------------------------------------*
        0300-RELEVAR-ULTIMA-VIGENCIA.
         MOVE CON-CUIT TO BUSCA-CUIT.
         MOVE CON-TIP-CLASE TO BUSCA-CLASE.
         PERFORM 0350-UBICAR-CONTRATO.
         MOVE CON-VIG-DES TO TAB-CON-ULT-VIGENCIA(CON-INDICE).
         MOVE CON-TARIFA TO TAB-CON-ULT-TARIFA(CON-INDICE).
         MOVE CON-TRAMOS TO TAB-CON-ULT-TRAMOS(CON-INDICE).
         PERFORM 0200-LEER-CONTRATO.

      *-----------------------------------------------------------*
      * Deja CON-INDICE en la entrada del contrato BUSCA-CUIT +
      * BUSCA-CLASE; si no esta, la agrega sin vigencia previa.
      *-----------------------------------------------------------*
        0350-UBICAR-CONTRATO.
         MOVE "NO" TO CONTRATO-ENCONTRADO-SW.
         SET CON-INDICE TO 1.
         SEARCH TAB-CONTRATOS
             AT END CONTINUE
             WHEN CON-INDICE EQUAL CON-SUBINDICE
                 CONTINUE
             WHEN TAB-CON-CUIT(CON-INDICE) EQUAL BUSCA-CUIT AND
                  TAB-CON-CLASE(CON-INDICE) EQUAL BUSCA-CLASE
                 MOVE "SI" TO CONTRATO-ENCONTRADO-SW
         END-SEARCH.
         IF NOT CONTRATO-ENCONTRADO
             IF CON-SUBINDICE > 1000
                 DISPLAY 'TABLA-CONTRATOS LLENA - DEMASIADOS '
                 DISPLAY 'CONTRATOS, AUMENTAR EL OCCURS'
                 STOP RUN
             END-IF
             SET CON-INDICE TO CON-SUBINDICE
             ADD 1 TO CON-SUBINDICE
             MOVE BUSCA-CUIT TO TAB-CON-CUIT(CON-INDICE)
             MOVE BUSCA-CLASE TO TAB-CON-CLASE(CON-INDICE)
             MOVE 0 TO TAB-CON-ULT-VIGENCIA(CON-INDICE)
             MOVE 0 TO TAB-CON-ULT-TARIFA(CON-INDICE)
             MOVE ZEROS TO TAB-CON-ULT-TRAMOS(CON-INDICE)
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-LEER-MOVIMIENTO.
         READ MOV-CONTRATOS AT END MOVE "SI" TO EOF-MOV-SW.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-PROCESAR-MOVIMIENTO.
         ADD 1 TO NRO-MOVIMIENTO.
         MOVE SPACES TO MOTIVO-RECHAZO.
         MOVE NRO-MOVIMIENTO TO LIS-NRO-MOVIMIENTO.
         MOVE REG-MOV-CONTRATOS TO LIS-MOVIMIENTO.
         WRITE LINEA-LISTADO-CONTRATOS FROM LINEA-MOVIMIENTO-CON.
         EVALUATE MCO-TIPO
             WHEN 'A'
                 PERFORM 1000-ALTA-VIGENCIA
             WHEN 'B'
                 PERFORM 2000-BAJA-CONTRATO
             WHEN OTHER
                 MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO MOTIVO-RECHAZO
                 PERFORM 0600-RECHAZAR-MOVIMIENTO
         END-EVALUATE.
         PERFORM 0400-LEER-MOVIMIENTO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0600-RECHAZAR-MOVIMIENTO.
         ADD 1 TO TOTAL-RECHAZADOS.
         MOVE MOTIVO-RECHAZO TO LIS-MOTIVO.
         WRITE LINEA-LISTADO-CONTRATOS FROM LINEA-RECHAZO-CON.

      *-----------------------------------------------------------*
      * Validaciones comunes al alta y a la baja: CUIT de una
      * sucursal existente, clase del maestro de tipos y vigencia
      * numerica. Deja MOTIVO-RECHAZO en blanco si todo esta bien.
      *-----------------------------------------------------------*
        0700-VALIDAR-CLAVE.
         MOVE MCO-CUIT TO BUSCA-CUIT.
         MOVE MCO-CLASE TO BUSCA-CLASE.
         MOVE "NO" TO CUIT-ENCONTRADO-SW.
         MOVE "NO" TO CLASE-ENCONTRADA-SW.
         IF MCO-CUIT NUMERIC
             SET SCU-INDICE TO 1
             SEARCH TAB-SCU
                 AT END CONTINUE
                 WHEN SCU-INDICE EQUAL SCU-SUBINDICE
                     CONTINUE
                 WHEN TAB-SCU-CUIT(SCU-INDICE) EQUAL MCO-CUIT-N
                     MOVE "SI" TO CUIT-ENCONTRADO-SW
             END-SEARCH
         END-IF.
         SET TIP-INDICE TO 1.
         SEARCH TAB-TIPOS-CLASE
             AT END CONTINUE
             WHEN TIP-INDICE EQUAL TIP-SUBINDICE
                 CONTINUE
             WHEN TAB-TIP-TIP-CLASE(TIP-INDICE) EQUAL MCO-CLASE
                 MOVE "SI" TO CLASE-ENCONTRADA-SW
         END-SEARCH.
         IF NOT CUIT-ENCONTRADO
             MOVE 'CUIT SIN SUCURSAL' TO MOTIVO-RECHAZO
         ELSE
             IF NOT CLASE-ENCONTRADA
                 MOVE 'CLASE INEXISTENTE' TO MOTIVO-RECHAZO
             ELSE
                 IF MCO-VIG-DES NOT NUMERIC
                     MOVE 'VIGENCIA NO NUMERICA' TO MOTIVO-RECHAZO
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-ALTA-VIGENCIA.
         PERFORM 0700-VALIDAR-CLAVE.
         IF MOTIVO-RECHAZO EQUAL SPACES
             IF MCO-TARIFA NOT NUMERIC
                 MOVE 'PRECIO NO NUMERICO' TO MOTIVO-RECHAZO
             ELSE
                 PERFORM 1050-VALIDAR-TRAMOS
             END-IF
         END-IF.
         IF MOTIVO-RECHAZO NOT EQUAL SPACES
             PERFORM 0600-RECHAZAR-MOVIMIENTO
         ELSE
             MOVE MCO-VIG-DES-N TO CNU-VIG-DES
             MOVE MCO-TARIFA-N TO CNU-TARIFA
             PERFORM 1060-COPIAR-TRAMO
                 VARYING TRAMO-SUBINDICE FROM 1 BY 1
                 UNTIL TRAMO-SUBINDICE > 3
             IF CNU-TARIFA EQUAL 0 AND
                CNU-TRAMO-HORAS(1) EQUAL 0
                 MOVE 'SIN PRECIO NI TRAMOS - USAR B'
                     TO MOTIVO-RECHAZO
                 PERFORM 0600-RECHAZAR-MOVIMIENTO
             ELSE
                 PERFORM 1100-VALIDAR-Y-GRABAR
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Tramos numericos, en orden creciente de horas y sin huecos:
      * un tramo en cero cierra la lista, y un tramo usado tiene
      * que traer porcentaje.
      *-----------------------------------------------------------*
        1050-VALIDAR-TRAMOS.
         MOVE 0 TO HORAS-TRAMO-ANTERIOR.
         MOVE "NO" TO TRAMO-VACIO-SW.
         PERFORM 1055-VALIDAR-TRAMO
             VARYING TRAMO-SUBINDICE FROM 1 BY 1
             UNTIL TRAMO-SUBINDICE > 3
                OR MOTIVO-RECHAZO NOT EQUAL SPACES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1055-VALIDAR-TRAMO.
         IF MCO-TRAMO-HORAS(TRAMO-SUBINDICE) NOT NUMERIC OR
            MCO-TRAMO-DESCUENTO(TRAMO-SUBINDICE) NOT NUMERIC
             MOVE 'TRAMO NO NUMERICO' TO MOTIVO-RECHAZO
         ELSE
             IF MCO-TRAMO-HORAS-N(TRAMO-SUBINDICE) EQUAL 0
                 IF MCO-TRAMO-DESCUENTO-N(TRAMO-SUBINDICE)
                         NOT EQUAL 0
                     MOVE 'TRAMO CON DESCUENTO SIN HORAS'
                         TO MOTIVO-RECHAZO
                 END-IF
                 MOVE "SI" TO TRAMO-VACIO-SW
             ELSE
                 IF HUBO-TRAMO-VACIO
                     MOVE 'TRAMO DESPUES DE UNO VACIO'
                         TO MOTIVO-RECHAZO
                 ELSE
                     IF MCO-TRAMO-HORAS-N(TRAMO-SUBINDICE)
                             NOT > HORAS-TRAMO-ANTERIOR
                         MOVE 'TRAMOS FUERA DE ORDEN'
                             TO MOTIVO-RECHAZO
                     ELSE
                         IF MCO-TRAMO-DESCUENTO-N(TRAMO-SUBINDICE)
                                 EQUAL 0
                             MOVE 'TRAMO SIN DESCUENTO'
                                 TO MOTIVO-RECHAZO
                         END-IF
                     END-IF
                 END-IF
                 MOVE MCO-TRAMO-HORAS-N(TRAMO-SUBINDICE)
                     TO HORAS-TRAMO-ANTERIOR
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1060-COPIAR-TRAMO.
         MOVE MCO-TRAMO-HORAS-N(TRAMO-SUBINDICE)
             TO CNU-TRAMO-HORAS(TRAMO-SUBINDICE).
         MOVE MCO-TRAMO-DESCUENTO-N(TRAMO-SUBINDICE)
             TO CNU-TRAMO-DESCUENTO(TRAMO-SUBINDICE).

      *-----------------------------------------------------------*
      * La vigencia nueva tiene que ser posterior a la ultima del
      * contrato, mismo criterio que 1100-VALIDAR-Y-GRABAR-ALTA de
      * MANTTAR.
      *-----------------------------------------------------------*
        1100-VALIDAR-Y-GRABAR.
         PERFORM 0350-UBICAR-CONTRATO.
         IF CNU-VIG-DES EQUAL TAB-CON-ULT-VIGENCIA(CON-INDICE)
             MOVE 'VIGENCIA DUPLICADA' TO MOTIVO-RECHAZO
             PERFORM 0600-RECHAZAR-MOVIMIENTO
         ELSE
             IF CNU-VIG-DES < TAB-CON-ULT-VIGENCIA(CON-INDICE)
                 MOVE 'VIGENCIA RETROACTIVA' TO MOTIVO-RECHAZO
                 PERFORM 0600-RECHAZAR-MOVIMIENTO
             ELSE
                 PERFORM 1200-GRABAR-VIGENCIA
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Graba CONTRATO-NUEVO para el contrato de CON-INDICE, deja
      * las lineas de antes/despues y actualiza la tabla.
      *-----------------------------------------------------------*
        1200-GRABAR-VIGENCIA.
         MOVE TAB-CON-CUIT(CON-INDICE) TO CON-CUIT.
         MOVE TAB-CON-CLASE(CON-INDICE) TO CON-TIP-CLASE.
         MOVE CNU-VIG-DES TO CON-VIG-DES.
         MOVE CNU-TARIFA TO CON-TARIFA.
         MOVE CNU-TRAMOS TO CON-TRAMOS.
         WRITE REG-CONTRATOS
             INVALID KEY
                 MOVE 'VIGENCIA DUPLICADA' TO MOTIVO-RECHAZO
         END-WRITE.
         IF MOTIVO-RECHAZO NOT EQUAL SPACES
             PERFORM 0600-RECHAZAR-MOVIMIENTO
         ELSE
             IF MCO-TIPO EQUAL 'B'
                 ADD 1 TO TOTAL-BAJAS-GRABADAS
             ELSE
                 ADD 1 TO TOTAL-VIGENCIAS-GRABADAS
             END-IF
             MOVE TAB-CON-CUIT(CON-INDICE) TO CAM-CUIT
             MOVE TAB-CON-CLASE(CON-INDICE) TO CAM-CLASE
             MOVE '   ANTES: ' TO CAM-ETIQUETA
             MOVE TAB-CON-ULT-VIGENCIA(CON-INDICE) TO CAM-VIGENCIA
             MOVE TAB-CON-ULT-TARIFA(CON-INDICE) TO CAM-TARIFA
             MOVE TAB-CON-ULT-TRAMOS(CON-INDICE) TO TRAMOS-LISTADO
             PERFORM 1250-EDITAR-TRAMO
                 VARYING TRAMO-SUBINDICE FROM 1 BY 1
                 UNTIL TRAMO-SUBINDICE > 3
             WRITE LINEA-LISTADO-CONTRATOS FROM DATOS-CAMBIO-CONTRATO
             MOVE ' DESPUES: ' TO CAM-ETIQUETA
             MOVE CNU-VIG-DES TO CAM-VIGENCIA
             MOVE CNU-TARIFA TO CAM-TARIFA
             MOVE CNU-TRAMOS TO TRAMOS-LISTADO
             PERFORM 1250-EDITAR-TRAMO
                 VARYING TRAMO-SUBINDICE FROM 1 BY 1
                 UNTIL TRAMO-SUBINDICE > 3
             WRITE LINEA-LISTADO-CONTRATOS FROM DATOS-CAMBIO-CONTRATO
             MOVE CNU-VIG-DES TO TAB-CON-ULT-VIGENCIA(CON-INDICE)
             MOVE CNU-TARIFA TO TAB-CON-ULT-TARIFA(CON-INDICE)
             MOVE CNU-TRAMOS TO TAB-CON-ULT-TRAMOS(CON-INDICE)
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1250-EDITAR-TRAMO.
         MOVE SPACES TO CAM-TRAMO(TRAMO-SUBINDICE).
         MOVE TLI-TRAMO-HORAS(TRAMO-SUBINDICE)
             TO CAM-TRAMO-HORAS(TRAMO-SUBINDICE).
         MOVE TLI-TRAMO-DESCUENTO(TRAMO-SUBINDICE)
             TO CAM-TRAMO-DESCUENTO(TRAMO-SUBINDICE).

      *-----------------------------------------------------------*
      * Fin de contrato: una vigencia sin precio ni tramos, desde
      * la fecha indicada la sucursal vuelve al precio de lista.
      * Solo tiene sentido sobre un contrato que exista y que no
      * este ya dado de baja.
      *-----------------------------------------------------------*
        2000-BAJA-CONTRATO.
         PERFORM 0700-VALIDAR-CLAVE.
         IF MOTIVO-RECHAZO NOT EQUAL SPACES
             PERFORM 0600-RECHAZAR-MOVIMIENTO
         ELSE
             PERFORM 0350-UBICAR-CONTRATO
             IF TAB-CON-ULT-VIGENCIA(CON-INDICE) EQUAL 0 OR
                (TAB-CON-ULT-TARIFA(CON-INDICE) EQUAL 0 AND
                 TAB-CON-ULT-TRAMOS(CON-INDICE) EQUAL ZEROS)
                 MOVE 'NO HAY CONTRATO PARA DAR BAJA'
                     TO MOTIVO-RECHAZO
                 PERFORM 0600-RECHAZAR-MOVIMIENTO
             ELSE
                 MOVE MCO-VIG-DES-N TO CNU-VIG-DES
                 MOVE 0 TO CNU-TARIFA
                 MOVE ZEROS TO CNU-TRAMOS
                 PERFORM 1100-VALIDAR-Y-GRABAR
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0900-FIN.
            CLOSE MOV-CONTRATOS.
            CLOSE CONTRATOS.
            WRITE LINEA-LISTADO-CONTRATOS FROM LINEA-EN-BLANCO.
            MOVE 'MOVIMIENTOS LEIDOS:      ' TO TOT-ETIQUETA.
            MOVE NRO-MOVIMIENTO TO TOT-CANTIDAD.
            WRITE LINEA-LISTADO-CONTRATOS FROM LINEA-TOTAL-CONTRATOS.
            MOVE 'VIGENCIAS GRABADAS:      ' TO TOT-ETIQUETA.
            MOVE TOTAL-VIGENCIAS-GRABADAS TO TOT-CANTIDAD.
            WRITE LINEA-LISTADO-CONTRATOS FROM LINEA-TOTAL-CONTRATOS.
            MOVE 'BAJAS DE CONTRATO:       ' TO TOT-ETIQUETA.
            MOVE TOTAL-BAJAS-GRABADAS TO TOT-CANTIDAD.
            WRITE LINEA-LISTADO-CONTRATOS FROM LINEA-TOTAL-CONTRATOS.
            MOVE 'RECHAZOS:                ' TO TOT-ETIQUETA.
            MOVE TOTAL-RECHAZADOS TO TOT-CANTIDAD.
            WRITE LINEA-LISTADO-CONTRATOS FROM LINEA-TOTAL-CONTRATOS.
            CLOSE LISTADO-CONTRATOS.
