
            SELECT CUARENTENA ASSIGN TO PRINTER "CuarentenaNov.dat".

      * Acuse para la sucursal de la fuente que queda en cuarentena,
      * con el mismo nombre mas el sufijo .ack y el mismo layout
      * que el acuse que graba TP para la fuente fusionada: cada
      * registro figura en cuarentena con el motivo, y el trailer
      * totaliza cantidad y horas.
            SELECT ACUSE-FUENTE ASSIGN TO ACUSE-FILENAME
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ACU-ESTADO.

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FD CUARENTENA LABEL RECORD OMITTED.
        01 LINEA-CUARENTENA PIC X(100).

        FD ACUSE-FUENTE LABEL RECORD OMITTED.
        01 LINEA-ACUSE PIC X(90).

        WORKING-STORAGE SECTION.
        77 FUENTES-ESTADO PIC XX.
        77 NOV-TIMES-ESTADO PIC XX.
        77 CTL-ESTADO PIC XX.
        77 FVA-ARCH-ESTADO PIC XX.
        77 ACU-ESTADO PIC XX.
        77 EOF-FUENTES-SW PIC XX VALUE "NO".
            88 EOF-FUENTES VALUE "SI".
        77 EOF-NOV-TIMES-SW PIC XX VALUE "NO".
        77 MOTIVO-CUARENTENA PIC X(30) VALUE SPACES.
        77 TOTAL-FUENTES-VALIDADAS PIC 9(3) VALUE 0.
        77 TOTAL-FUENTES-CUARENTENA PIC 9(3) VALUE 0.
        77 ACUSE-FILENAME PIC X(34) VALUE SPACES.
        77 ACUSE-NRO-REGISTRO PIC 9(9) VALUE 0.
        77 ACUSE-HORAS-INFORMADAS PIC 9(7)V99 VALUE 0.
        77 HORA-DEL-DIA PIC 9(6) VALUE 0.

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
           03 CUT-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(60) VALUE SPACES.

      * Layout del acuse compartido con TP: encabezado 'H', un 'D'
      * por registro de la fuente y trailer 'T' por resultado mas
      * el TOTAL.
       01 ENCABEZADO-ACUSE.
           03 FILLER PIC X VALUE 'H'.
           03 ACU-ENC-FUENTE PIC X(30).
           03 ACU-ENC-PROGRAMA PIC X(8).
           03 ACU-ENC-FECHA PIC 9(8).
           03 ACU-ENC-HORA PIC 9(6).
           03 ACU-ENC-DETALLE PIC X(30).
           03 FILLER PIC X(7) VALUE SPACES.
       01 DATOS-ACUSE.
           03 FILLER PIC X VALUE 'D'.
           03 ACU-NRO-REGISTRO PIC 9(9).
           03 ACU-REGISTRO PIC X(24).
           03 ACU-RESULTADO PIC X(12).
           03 ACU-HORAS-FUSIONADAS PIC 9(2)V99.
           03 ACU-HORAS-RETENIDAS PIC 9(2)V99.
           03 ACU-PROF-ORFANO PIC X.
           03 ACU-DETALLE PIC X(30).
           03 FILLER PIC X(5) VALUE SPACES.
       01 TRAILER-ACUSE.
           03 FILLER PIC X VALUE 'T'.
           03 ACU-TRL-RESULTADO PIC X(12).
           03 ACU-TRL-CANTIDAD PIC 9(9).
           03 ACU-TRL-HORAS-INFORMADAS PIC 9(7)V99.
           03 ACU-TRL-HORAS-FUSIONADAS PIC 9(7)V99.
           03 ACU-TRL-HORAS-RETENIDAS PIC 9(7)V99.
           03 FILLER PIC X(41) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Intake previo a la fusion: cada archivo listado en
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-DEL-DIA.
            MOVE WS-CURRENT-TIME(1:6) TO HORA-DEL-DIA.
            OPEN INPUT NOV-TIMES-FUENTES.
            OPEN OUTPUT FUENTES-VALIDADAS.
            OPEN OUTPUT CUARENTENA.
             STRING 'CUARENTENA: ' MOTIVO-CUARENTENA
                 DELIMITED BY SIZE INTO CUA-RESULTADO
             ADD 1 TO TOTAL-FUENTES-CUARENTENA
             PERFORM 0800-EMITIR-ACUSE-CUARENTENA
         END-IF.
         WRITE REG-FUENTE-VALIDADA.
         WRITE LINEA-CUARENTENA FROM DATOS-CUARENTENA.

      *-----------------------------------------------------------*
      * La fuente se relee para acusar cada registro en el orden
      * del archivo. El motivo va tambien en el encabezado: el
      * archivo faltante o vacio deja el acuse sin renglones de
      * detalle y con el trailer en cero.
      *-----------------------------------------------------------*
        0800-EMITIR-ACUSE-CUARENTENA.
         MOVE SPACES TO ACUSE-FILENAME.
         STRING FUENTE-NOMBRE DELIMITED BY SPACE
                '.ack' DELIMITED BY SIZE
             INTO ACUSE-FILENAME.
         OPEN OUTPUT ACUSE-FUENTE.
         MOVE FUENTE-NOMBRE TO ACU-ENC-FUENTE.
         MOVE 'VALNOV  ' TO ACU-ENC-PROGRAMA.
         MOVE FECHA-DEL-DIA TO ACU-ENC-FECHA.
         MOVE HORA-DEL-DIA TO ACU-ENC-HORA.
         MOVE MOTIVO-CUARENTENA TO ACU-ENC-DETALLE.
         WRITE LINEA-ACUSE FROM ENCABEZADO-ACUSE.
         MOVE 0 TO ACUSE-NRO-REGISTRO.
         MOVE 0 TO ACUSE-HORAS-INFORMADAS.
         MOVE "NO" TO EOF-NOV-TIMES-SW.
         OPEN INPUT NOV-TIMES.
         IF NOV-TIMES-ESTADO EQUAL '00' OR
            NOV-TIMES-ESTADO EQUAL '05'
             PERFORM 0400-LEER-NOV-TIMES
             PERFORM 0850-ACUSAR-NOVEDAD UNTIL EOF-NOV-TIMES
             CLOSE NOV-TIMES
         END-IF.
         MOVE ACUSE-NRO-REGISTRO TO ACU-TRL-CANTIDAD.
         MOVE ACUSE-HORAS-INFORMADAS TO ACU-TRL-HORAS-INFORMADAS.
         MOVE 0 TO ACU-TRL-HORAS-FUSIONADAS.
         MOVE 0 TO ACU-TRL-HORAS-RETENIDAS.
         MOVE 'CUARENTENA' TO ACU-TRL-RESULTADO.
         WRITE LINEA-ACUSE FROM TRAILER-ACUSE.
         MOVE 'TOTAL' TO ACU-TRL-RESULTADO.
         WRITE LINEA-ACUSE FROM TRAILER-ACUSE.
         CLOSE ACUSE-FUENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0850-ACUSAR-NOVEDAD.
         ADD 1 TO ACUSE-NRO-REGISTRO.
         IF NOV-TIMES-HORAS NUMERIC
             ADD NOV-TIMES-HORAS TO ACUSE-HORAS-INFORMADAS
         END-IF.
         MOVE ACUSE-NRO-REGISTRO TO ACU-NRO-REGISTRO.
         MOVE REG-NOV-TIMES TO ACU-REGISTRO.
         MOVE 'CUARENTENA' TO ACU-RESULTADO.
         MOVE 0 TO ACU-HORAS-FUSIONADAS.
         MOVE 0 TO ACU-HORAS-RETENIDAS.
         MOVE SPACE TO ACU-PROF-ORFANO.
         MOVE MOTIVO-CUARENTENA TO ACU-DETALLE.
         WRITE LINEA-ACUSE FROM DATOS-ACUSE.
         PERFORM 0400-LEER-NOV-TIMES.

      *-----------------------------------------------------------*
      * Codigo de retorno para el planificador: 4 si quedo alguna
      * fuente en cuarentena, 0 si todas pasaron.
