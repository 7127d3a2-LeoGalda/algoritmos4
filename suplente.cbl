        IDENTIFICATION DIVISION.
        PROGRAM-ID. SUPLENTE.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Agenda que mantiene MANTAGE, con las semanas futuras.
            SELECT OPTIONAL AGENDA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS AGENDA-ESTADO.

      * Licencias que mantiene MANTLIC.
            SELECT OPTIONAL LICENCIAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS LIC-ESTADO.

      * Topes contractuales mensuales, los mismos que aplica TP.
            SELECT OPTIONAL LIMITES-HORAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS LIM-ESTADO.

      * Antecedentes de dictado: el mes abierto en Times.dat y los
      * cerrados en HistTimes.dat.
            SELECT OPTIONAL MAE-TIMES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIMES-ESTADO.

            SELECT OPTIONAL HIST-TIMES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HIST-ESTADO.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS PROF-NUMERO
                                  FILE STATUS IS PROF-ESTADO.

      * Reasignaciones propuestas en el layout de MovAgenda.dat:
      * aceptada la propuesta, se carga con MANTAGE tal cual.
            SELECT MOV-SUPLENCIAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS MOV-ESTADO.

            SELECT PROPUESTAS ASSIGN TO PRINTER
                                  "PropuestasSuplencia.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD AGENDA LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "Agenda.dat".
        01 REG-AGENDA.
            03 AGE-SUCURSAL        PIC X(3).
            03 AGE-FECHA           PIC 9(8).
            03 AGE-TIPO-CLASE      PIC X(4).
            03 AGE-NUMERO          PIC X(5).
            03 AGE-HORAS           PIC 9(2)V99.

        FD LICENCIAS      LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Licencias.dat".
        01 REG-LICENCIAS.
            03 LIC-NUMERO             PIC X(5).
            03 LIC-DESDE              PIC 9(8).
            03 LIC-HASTA              PIC 9(8).
            03 LIC-TIPO               PIC X(4).

        FD LIMITES-HORAS LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "LimitesHoras.dat".
        01 REG-LIMITES-HORAS.
            03 LIM-NUMERO          PIC X(5).
            03 LIM-TIPO-CLASE      PIC X(4).
            03 LIM-HORAS-MAX       PIC 9(3)V99.

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

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ProfesoresI.dat".
        01 REG-PROFESORES.
            03 PROF-NUMERO            PIC X(5).
            03 PROF-DNI               PIC 9(8).
            03 PROF-NOMBRE            PIC X(25).
            03 PROF-DIRE              PIC X(20).
            03 PROF-TEL               PIC X(20).
            03 PROF-CBU               PIC X(22).

        FD MOV-SUPLENCIAS LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "MovSuplencias.dat".
        01 REG-MOV-AGENDA.
            03 MAG-ACCION              PIC X.
            03 MAG-SUCURSAL            PIC X(3).
            03 MAG-FECHA               PIC 9(8).
            03 MAG-TIPO-CLASE          PIC X(4).
            03 MAG-NUMERO              PIC X(5).
            03 MAG-HORAS               PIC 9(2)V99.

        FD PROPUESTAS LABEL RECORD OMITTED.
        01 LINEA-PROPUESTAS PIC X(100).

        WORKING-STORAGE SECTION.
        77 AGENDA-ESTADO PIC XX.
        77 LIC-ESTADO PIC XX.
        77 LIM-ESTADO PIC XX.
        77 TIMES-ESTADO PIC XX.
        77 HIST-ESTADO PIC XX.
        77 MOV-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
            88 OK-PROF-LEIDO VALUE '00'.
        77 EOF-AGENDA-SW PIC XX VALUE "NO".
            88 EOF-AGENDA VALUE "SI".
        77 EOF-LIC-SW PIC XX VALUE "NO".
            88 EOF-LICENCIAS VALUE "SI".
        77 EOF-LIM-SW PIC XX VALUE "NO".
            88 EOF-LIMITES VALUE "SI".
        77 EOF-TIMES-SW PIC XX VALUE "NO".
            88 EOF-TIMES VALUE "SI".
        77 EOF-HIST-SW PIC XX VALUE "NO".
            88 EOF-HIST VALUE "SI".
        77 EN-LICENCIA-SW PIC XX VALUE "NO".
            88 EN-LICENCIA VALUE "SI".
        77 ANTECEDENTE-HALLADO-SW PIC XX VALUE "NO".
            88 ANTECEDENTE-HALLADO VALUE "SI".

        77 AGE-SUBINDICE PIC 9(4) VALUE 1.
        77 LIC-SUBINDICE PIC 9(4) VALUE 1.
        77 LIM-SUBINDICE PIC 9(3) VALUE 1.
        77 ANT-SUBINDICE PIC 9(4) VALUE 1.
        77 CAN-SUBINDICE PIC 9(3) VALUE 1.
        77 CANT-AGENDA PIC 9(4) VALUE 0.
        77 CLASE-ACTUAL PIC 9(4) VALUE 0.
        77 MEJOR-CANDIDATO PIC 9(3) VALUE 0.
        77 ORDEN-CANDIDATO PIC 9(3) VALUE 0.

      * Clave de la consulta de licencias: el que llama deja el
      * profesor y la fecha, como en la validacion de novedades
      * de TP.
        77 LIC-CHECK-NUMERO PIC X(5) VALUE SPACES.
        77 LIC-CHECK-FECHA PIC 9(8) VALUE 0.

        77 PERIODO-CLASE PIC 9(6) VALUE 0.
        77 PERIODO-AGENDA PIC 9(6) VALUE 0.
        77 HORAS-DIA-CANDIDATO PIC 9(3)V99 VALUE 0.
        77 HORAS-MES-CANDIDATO PIC 9(4)V99 VALUE 0.
        77 HORAS-TIPO-CANDIDATO PIC 9(4)V99 VALUE 0.
        77 HORAS-PROYECTADAS PIC 9(4)V99 VALUE 0.
        77 MOTIVO-DESCARTE PIC X(20) VALUE SPACES.
      * Jornada maxima plausible, el mismo tope de 12 horas que
      * controla MANTAGE al dar de alta la clase.
        77 TOPE-JORNADA PIC 9(2)V99 VALUE 12.

        77 TOTAL-CLASES-AGENDA PIC 9(5) VALUE 0.
        77 TOTAL-CLASES-LICENCIA PIC 9(5) VALUE 0.
        77 TOTAL-CON-PROPUESTA PIC 9(5) VALUE 0.
        77 TOTAL-SIN-SUPLENTE PIC 9(5) VALUE 0.
        77 TOTAL-CANDIDATOS PIC 9(5) VALUE 0.
        77 TOTAL-DESC-LICENCIA PIC 9(5) VALUE 0.
        77 TOTAL-DESC-ALTA PIC 9(5) VALUE 0.
        77 TOTAL-DESC-JORNADA PIC 9(5) VALUE 0.
        77 TOTAL-DESC-TOPE PIC 9(5) VALUE 0.
        77 TOTAL-MOVIMIENTOS PIC 9(5) VALUE 0.

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

      * Agenda completa en memoria. TAB-AGE-ESTADO: 'A' vigente,
      * 'S' clase en licencia con suplente propuesto en esta
      * corrida, 'P' la clase propuesta al suplente (cuenta para
      * su jornada y su tope en las clases siguientes).
       01 TABLA-AGENDA.
           02 TAB-AGENDA OCCURS 2000 TIMES INDEXED BY AGE-INDICE.
               03 TAB-AGE-ESTADO PIC X.
               03 TAB-AGE-SUCURSAL PIC X(3).
               03 TAB-AGE-FECHA PIC 9(8).
               03 TAB-AGE-TIPO-CLASE PIC X(4).
               03 TAB-AGE-NUMERO PIC X(5).
               03 TAB-AGE-HORAS PIC 9(2)V99.

       01 TABLA-LICENCIAS.
           02 TAB-LICENCIAS OCCURS 500 TIMES INDEXED BY LIC-INDICE.
               03 TAB-LIC-NUMERO PIC X(5).
               03 TAB-LIC-DESDE PIC 9(8).
               03 TAB-LIC-HASTA PIC 9(8).

       01 TABLA-LIMITES.
           02 TAB-LIMITES OCCURS 500 TIMES INDEXED BY LIM-INDICE.
               03 TAB-LIM-NUMERO PIC X(5).
               03 TAB-LIM-TIPO-CLASE PIC X(4).
               03 TAB-LIM-HORAS-MAX PIC 9(3)V99.

      * Horas dictadas por profesor en cada sucursal y tipo de
      * clase, sumando Times.dat y HistTimes.dat: define quien es
      * candidato y el orden de la propuesta.
       01 TABLA-ANTECEDENTES.
           02 TAB-ANTECEDENTES OCCURS 3000 TIMES
                   INDEXED BY ANT-INDICE.
               03 TAB-ANT-NUMERO PIC X(5).
               03 TAB-ANT-SUCURSAL PIC X(3).
               03 TAB-ANT-TIPO-CLASE PIC X(4).
               03 TAB-ANT-HORAS PIC 9(6)V99.

      * Candidatos habilitados para la clase en curso.
      * TAB-CAN-LISTADO: 'S' ya impreso en el orden de la propuesta.
       01 TABLA-CANDIDATOS.
           02 TAB-CANDIDATOS OCCURS 200 TIMES INDEXED BY CAN-INDICE.
               03 TAB-CAN-NUMERO PIC X(5).
               03 TAB-CAN-NOMBRE PIC X(25).
               03 TAB-CAN-DICTADAS PIC 9(6)V99.
               03 TAB-CAN-HORAS-DIA PIC 9(3)V99.
               03 TAB-CAN-HORAS-MES PIC 9(4)V99.
               03 TAB-CAN-LISTADO PIC X.

       01 ANTECEDENTE-CLAVE.
           03 ANC-NUMERO PIC X(5).
           03 ANC-SUCURSAL PIC X(3).
           03 ANC-TIPO-CLASE PIC X(4).
           03 ANC-HORAS PIC 9(2)V99.

       01 FECHA-CLASE-DESGLOSE.
           03 FCD-ANIO PIC 9(4).
           03 FCD-MES PIC 9(2).
           03 FCD-DIA PIC 9(2).

       01 ENCABEZADO-PROPUESTAS.
           03 FILLER PIC X(42)
               VALUE 'PROPUESTAS DE SUPLENCIA POR LICENCIA - AL '.
           03 ENC-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 ENC-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 ENC-ANIO PIC 9(4).
           03 FILLER PIC X(48) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(100) VALUE SPACES.
       01 LINEA-CLASE-LICENCIA.
           03 FILLER PIC X(10) VALUE 'SUCURSAL: '.
           03 LCL-SUCURSAL PIC X(3).
           03 FILLER PIC X(9) VALUE '  FECHA: '.
           03 LCL-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 LCL-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 LCL-ANIO PIC 9(4).
           03 FILLER PIC X(9) VALUE '  CLASE: '.
           03 LCL-TIPO-CLASE PIC X(4).
           03 FILLER PIC X(9) VALUE '  HORAS: '.
           03 LCL-HORAS PIC Z9,99.
           03 FILLER PIC X(41) VALUE SPACES.
       01 LINEA-PROFESOR-LICENCIA.
           03 FILLER PIC X(24) VALUE '   PROFESOR EN LICENCIA '.
           03 LPL-NUMERO PIC X(5).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LPL-NOMBRE PIC X(25).
           03 FILLER PIC X(44) VALUE SPACES.
       01 ENCABEZADO-CANDIDATOS.
           03 FILLER PIC X(40)
               VALUE '   ORDEN PROFESOR NOMBRE                '.
           03 FILLER PIC X(40)
               VALUE '      DICTADAS  HS.DIA   HS.MES         '.
           03 FILLER PIC X(20) VALUE SPACES.
       01 DATOS-CANDIDATO.
           03 FILLER PIC X(5) VALUE SPACES.
           03 DCA-ORDEN PIC ZZ9.
           03 FILLER PIC X VALUE SPACES.
           03 DCA-NUMERO PIC X(5).
           03 FILLER PIC X(4) VALUE SPACES.
           03 DCA-NOMBRE PIC X(25).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-DICTADAS PIC ZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-HORAS-DIA PIC ZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-HORAS-MES PIC ZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DCA-PROPUESTO PIC X(12).
           03 FILLER PIC X(12) VALUE SPACES.
       01 LINEA-DESCARTE.
           03 FILLER PIC X(13) VALUE SPACES.
           03 LDE-NUMERO PIC X(5).
           03 FILLER PIC X(13) VALUE ' DESCARTADO: '.
           03 LDE-MOTIVO PIC X(20).
           03 FILLER PIC X(49) VALUE SPACES.
       01 LINEA-SIN-SUPLENTE.
           03 FILLER PIC X(40)
               VALUE '   ** SIN SUPLENTE DISPONIBLE **        '.
           03 FILLER PIC X(60) VALUE SPACES.
       01 LINEA-TOTAL-PROPUESTAS.
           03 TOT-ETIQUETA PIC X(35).
           03 TOT-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(60) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Propuesta de suplentes para las clases de la agenda cuyo
      * profesor esta de licencia ese dia. Por cada una se listan,
      * de mas a menos horas dictadas, los profesores que ya
      * dictaron ese tipo de clase en esa sucursal, no estan de
      * licencia ese dia, tienen lugar en la jornada (el mismo
      * control por dia de MANTAGE, la agenda no trae hora de
      * inicio) y no superan su tope mensual de LimitesHoras.dat
      * con lo ya programado en el mes. El primero queda propuesto
      * y su reasignacion (cancelacion de la clase original y alta
      * con el suplente) va a MovSuplencias.dat; si la coordinacion
      * elige a otro de la lista alcanza con cambiar el profesor
      * del alta antes de cargarlo con MANTAGE.

        COMIENZO.
            PERFORM 0100-INICIO.
            PERFORM 1000-PROCESAR-CLASE
                VARYING CLASE-ACTUAL FROM 1 BY 1
                UNTIL CLASE-ACTUAL > CANT-AGENDA.
            PERFORM 0900-FIN.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            OPEN INPUT AGENDA.
            PERFORM 0110-LEER-AGENDA.
            PERFORM 0120-CARGAR-AGENDA UNTIL EOF-AGENDA.
            CLOSE AGENDA.
            COMPUTE CANT-AGENDA = AGE-SUBINDICE - 1.
            OPEN INPUT LICENCIAS.
            PERFORM 0130-LEER-LICENCIA.
            PERFORM 0140-CARGAR-LICENCIA UNTIL EOF-LICENCIAS.
            CLOSE LICENCIAS.
            OPEN INPUT LIMITES-HORAS.
            PERFORM 0150-LEER-LIMITE.
            PERFORM 0160-CARGAR-LIMITE UNTIL EOF-LIMITES.
            CLOSE LIMITES-HORAS.
            OPEN INPUT MAE-TIMES.
            PERFORM 0200-LEER-TIMES.
            PERFORM 0210-CARGAR-TIMES UNTIL EOF-TIMES.
            CLOSE MAE-TIMES.
            OPEN INPUT HIST-TIMES.
            PERFORM 0220-LEER-HIST.
            PERFORM 0230-CARGAR-HIST UNTIL EOF-HIST.
            CLOSE HIST-TIMES.
            OPEN INPUT PROFESORES.
            OPEN OUTPUT MOV-SUPLENCIAS.
            OPEN OUTPUT PROPUESTAS.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DAY TO ENC-DIA.
            MOVE WS-CURRENT-MONTH TO ENC-MES.
            MOVE WS-CURRENT-YEAR TO ENC-ANIO.
            WRITE LINEA-PROPUESTAS FROM ENCABEZADO-PROPUESTAS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0110-LEER-AGENDA.
         READ AGENDA AT END MOVE "SI" TO EOF-AGENDA-SW.
         IF AGENDA-ESTADO NOT EQUAL '00' AND NOT EOF-AGENDA
             MOVE "SI" TO EOF-AGENDA-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0120-CARGAR-AGENDA.
         IF AGE-SUBINDICE > 2000
             DISPLAY 'TABLA-AGENDA LLENA - DEMASIADAS CLASES '
             DISPLAY 'PROGRAMADAS, AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE 'A' TO TAB-AGE-ESTADO(AGE-SUBINDICE).
         MOVE AGE-SUCURSAL TO TAB-AGE-SUCURSAL(AGE-SUBINDICE).
         MOVE AGE-FECHA TO TAB-AGE-FECHA(AGE-SUBINDICE).
         MOVE AGE-TIPO-CLASE TO TAB-AGE-TIPO-CLASE(AGE-SUBINDICE).
         MOVE AGE-NUMERO TO TAB-AGE-NUMERO(AGE-SUBINDICE).
         MOVE AGE-HORAS TO TAB-AGE-HORAS(AGE-SUBINDICE).
         ADD 1 TO AGE-SUBINDICE.
         ADD 1 TO TOTAL-CLASES-AGENDA.
         PERFORM 0110-LEER-AGENDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0130-LEER-LICENCIA.
         READ LICENCIAS AT END MOVE "SI" TO EOF-LIC-SW.
         IF LIC-ESTADO NOT EQUAL '00' AND NOT EOF-LICENCIAS
             MOVE "SI" TO EOF-LIC-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0140-CARGAR-LICENCIA.
         IF LIC-SUBINDICE > 500
             DISPLAY 'TABLA-LICENCIAS LLENA - AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE LIC-NUMERO TO TAB-LIC-NUMERO(LIC-SUBINDICE).
         MOVE LIC-DESDE TO TAB-LIC-DESDE(LIC-SUBINDICE).
         MOVE LIC-HASTA TO TAB-LIC-HASTA(LIC-SUBINDICE).
         ADD 1 TO LIC-SUBINDICE.
         PERFORM 0130-LEER-LICENCIA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0150-LEER-LIMITE.
         READ LIMITES-HORAS AT END MOVE "SI" TO EOF-LIM-SW.
         IF LIM-ESTADO NOT EQUAL '00' AND NOT EOF-LIMITES
             MOVE "SI" TO EOF-LIM-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0160-CARGAR-LIMITE.
         IF LIM-SUBINDICE > 500
             DISPLAY 'TABLA-LIMITES LLENA - DEMASIADOS TOPES '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE LIM-NUMERO TO TAB-LIM-NUMERO(LIM-SUBINDICE).
         MOVE LIM-TIPO-CLASE TO TAB-LIM-TIPO-CLASE(LIM-SUBINDICE).
         MOVE LIM-HORAS-MAX TO TAB-LIM-HORAS-MAX(LIM-SUBINDICE).
         ADD 1 TO LIM-SUBINDICE.
         PERFORM 0150-LEER-LIMITE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-TIMES.
         READ MAE-TIMES AT END MOVE "SI" TO EOF-TIMES-SW.
         IF TIMES-ESTADO NOT EQUAL '00' AND NOT EOF-TIMES
             MOVE "SI" TO EOF-TIMES-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0210-CARGAR-TIMES.
         MOVE MAE-TIMES-NUMERO TO ANC-NUMERO.
         MOVE MAE-TIMES-SUCURSAL TO ANC-SUCURSAL.
         MOVE MAE-TIMES-TIPO-CLASE TO ANC-TIPO-CLASE.
         MOVE MAE-TIMES-HORAS TO ANC-HORAS.
         PERFORM 0250-ACUMULAR-ANTECEDENTE.
         PERFORM 0200-LEER-TIMES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0220-LEER-HIST.
         READ HIST-TIMES AT END MOVE "SI" TO EOF-HIST-SW.
         IF HIST-ESTADO NOT EQUAL '00' AND NOT EOF-HIST
             MOVE "SI" TO EOF-HIST-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0230-CARGAR-HIST.
         MOVE HIS-NUMERO TO ANC-NUMERO.
         MOVE HIS-SUCURSAL TO ANC-SUCURSAL.
         MOVE HIS-TIPO-CLASE TO ANC-TIPO-CLASE.
         MOVE HIS-HORAS TO ANC-HORAS.
         PERFORM 0250-ACUMULAR-ANTECEDENTE.
         PERFORM 0220-LEER-HIST.

      *-----------------------------------------------------------*
      * Una entrada por profesor, sucursal y tipo de clase con el
      * total de horas dictadas.
      *-----------------------------------------------------------*
        0250-ACUMULAR-ANTECEDENTE.
         MOVE "NO" TO ANTECEDENTE-HALLADO-SW.
         SET ANT-INDICE TO 1.
         SEARCH TAB-ANTECEDENTES
             AT END CONTINUE
             WHEN ANT-INDICE EQUAL ANT-SUBINDICE
                 CONTINUE
             WHEN TAB-ANT-NUMERO(ANT-INDICE) EQUAL ANC-NUMERO AND
                  TAB-ANT-SUCURSAL(ANT-INDICE) EQUAL ANC-SUCURSAL AND
                  TAB-ANT-TIPO-CLASE(ANT-INDICE)
                      EQUAL ANC-TIPO-CLASE
                 MOVE "SI" TO ANTECEDENTE-HALLADO-SW
                 ADD ANC-HORAS TO TAB-ANT-HORAS(ANT-INDICE)
         END-SEARCH.
         IF NOT ANTECEDENTE-HALLADO
             IF ANT-SUBINDICE > 3000
                 DISPLAY 'TABLA-ANTECEDENTES LLENA - '
                 DISPLAY 'AUMENTAR EL OCCURS'
                 STOP RUN
             END-IF
             MOVE ANC-NUMERO TO TAB-ANT-NUMERO(ANT-SUBINDICE)
             MOVE ANC-SUCURSAL TO TAB-ANT-SUCURSAL(ANT-SUBINDICE)
             MOVE ANC-TIPO-CLASE TO TAB-ANT-TIPO-CLASE(ANT-SUBINDICE)
             MOVE ANC-HORAS TO TAB-ANT-HORAS(ANT-SUBINDICE)
             ADD 1 TO ANT-SUBINDICE
         END-IF.

      *-----------------------------------------------------------*
      * Solo las clases vigentes cargadas del archivo: las que esta
      * corrida agrega como propuesta quedan al final de la tabla y
      * no se recorren.
      *-----------------------------------------------------------*
        1000-PROCESAR-CLASE.
         SET AGE-INDICE TO CLASE-ACTUAL.
         MOVE TAB-AGE-NUMERO(AGE-INDICE) TO LIC-CHECK-NUMERO.
         MOVE TAB-AGE-FECHA(AGE-INDICE) TO LIC-CHECK-FECHA.
         PERFORM 1100-VERIFICAR-LICENCIA.
         IF EN-LICENCIA
             ADD 1 TO TOTAL-CLASES-LICENCIA
             PERFORM 1200-EMITIR-CLASE-LICENCIA
             PERFORM 1300-ARMAR-CANDIDATOS
             IF CAN-SUBINDICE EQUAL 1
                 ADD 1 TO TOTAL-SIN-SUPLENTE
                 WRITE LINEA-PROPUESTAS FROM LINEA-SIN-SUPLENTE
             ELSE
                 ADD 1 TO TOTAL-CON-PROPUESTA
                 WRITE LINEA-PROPUESTAS FROM ENCABEZADO-CANDIDATOS
                 MOVE 0 TO ORDEN-CANDIDATO
                 PERFORM 1600-LISTAR-SIGUIENTE-CANDIDATO
                     UNTIL ORDEN-CANDIDATO EQUAL CAN-SUBINDICE - 1
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Licencia vigente del profesor en la fecha: el que llama
      * deja la clave en LIC-CHECK-NUMERO y LIC-CHECK-FECHA.
      *-----------------------------------------------------------*
        1100-VERIFICAR-LICENCIA.
         MOVE "NO" TO EN-LICENCIA-SW.
         SET LIC-INDICE TO 1.
         SEARCH TAB-LICENCIAS
             AT END CONTINUE
             WHEN LIC-INDICE EQUAL LIC-SUBINDICE
                 CONTINUE
             WHEN TAB-LIC-NUMERO(LIC-INDICE) EQUAL LIC-CHECK-NUMERO
                AND TAB-LIC-DESDE(LIC-INDICE) NOT > LIC-CHECK-FECHA
                AND TAB-LIC-HASTA(LIC-INDICE) NOT < LIC-CHECK-FECHA
                 MOVE "SI" TO EN-LICENCIA-SW
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1200-EMITIR-CLASE-LICENCIA.
         WRITE LINEA-PROPUESTAS FROM LINEA-EN-BLANCO.
         MOVE TAB-AGE-SUCURSAL(AGE-INDICE) TO LCL-SUCURSAL.
         MOVE TAB-AGE-FECHA(AGE-INDICE) TO FECHA-CLASE-DESGLOSE.
         MOVE FCD-DIA TO LCL-DIA.
         MOVE FCD-MES TO LCL-MES.
         MOVE FCD-ANIO TO LCL-ANIO.
         MOVE TAB-AGE-TIPO-CLASE(AGE-INDICE) TO LCL-TIPO-CLASE.
         MOVE TAB-AGE-HORAS(AGE-INDICE) TO LCL-HORAS.
         WRITE LINEA-PROPUESTAS FROM LINEA-CLASE-LICENCIA.
         MOVE TAB-AGE-NUMERO(AGE-INDICE) TO LPL-NUMERO.
         MOVE TAB-AGE-NUMERO(AGE-INDICE) TO PROF-NUMERO.
         READ PROFESORES RECORD.
         IF OK-PROF-LEIDO
             MOVE PROF-NOMBRE TO LPL-NOMBRE
         ELSE
             MOVE '*** SIN ALTA ***' TO LPL-NOMBRE
         END-IF.
         WRITE LINEA-PROPUESTAS FROM LINEA-PROFESOR-LICENCIA.

      *-----------------------------------------------------------*
      * Candidatos: todos los que tienen antecedentes en la
      * sucursal y el tipo de la clase, salvo el ausente; los que
      * no pasan los controles se informan con el motivo.
      *-----------------------------------------------------------*
        1300-ARMAR-CANDIDATOS.
         MOVE 1 TO CAN-SUBINDICE.
         COMPUTE PERIODO-CLASE = TAB-AGE-FECHA(CLASE-ACTUAL) / 100.
         PERFORM 1310-EVALUAR-ANTECEDENTE
             VARYING ANT-INDICE FROM 1 BY 1
             UNTIL ANT-INDICE EQUAL ANT-SUBINDICE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1310-EVALUAR-ANTECEDENTE.
         IF TAB-ANT-SUCURSAL(ANT-INDICE)
                EQUAL TAB-AGE-SUCURSAL(CLASE-ACTUAL) AND
            TAB-ANT-TIPO-CLASE(ANT-INDICE)
                EQUAL TAB-AGE-TIPO-CLASE(CLASE-ACTUAL) AND
            TAB-ANT-NUMERO(ANT-INDICE)
                NOT EQUAL TAB-AGE-NUMERO(CLASE-ACTUAL)
             ADD 1 TO TOTAL-CANDIDATOS
             PERFORM 1400-CONTROLAR-CANDIDATO
             IF MOTIVO-DESCARTE EQUAL SPACES
                 PERFORM 1500-AGREGAR-CANDIDATO
             ELSE
                 MOVE TAB-ANT-NUMERO(ANT-INDICE) TO LDE-NUMERO
                 MOVE MOTIVO-DESCARTE TO LDE-MOTIVO
                 WRITE LINEA-PROPUESTAS FROM LINEA-DESCARTE
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Los mismos controles que haria MANTAGE con el alta del
      * suplente, mas la licencia y el tope contractual del mes.
      *-----------------------------------------------------------*
        1400-CONTROLAR-CANDIDATO.
         MOVE SPACES TO MOTIVO-DESCARTE.
         MOVE TAB-ANT-NUMERO(ANT-INDICE) TO LIC-CHECK-NUMERO.
         MOVE TAB-AGE-FECHA(CLASE-ACTUAL) TO LIC-CHECK-FECHA.
         PERFORM 1100-VERIFICAR-LICENCIA.
         IF EN-LICENCIA
             MOVE 'EN LICENCIA' TO MOTIVO-DESCARTE
             ADD 1 TO TOTAL-DESC-LICENCIA
         END-IF.
         IF MOTIVO-DESCARTE EQUAL SPACES
             MOVE TAB-ANT-NUMERO(ANT-INDICE) TO PROF-NUMERO
             READ PROFESORES RECORD
             IF NOT OK-PROF-LEIDO
                 MOVE 'PROFESOR SIN ALTA' TO MOTIVO-DESCARTE
                 ADD 1 TO TOTAL-DESC-ALTA
             END-IF
         END-IF.
         IF MOTIVO-DESCARTE EQUAL SPACES
             MOVE 0 TO HORAS-DIA-CANDIDATO
             MOVE 0 TO HORAS-MES-CANDIDATO
             MOVE 0 TO HORAS-TIPO-CANDIDATO
             PERFORM 1410-SUMAR-AGENDA-CANDIDATO
                 VARYING AGE-INDICE FROM 1 BY 1
                 UNTIL AGE-INDICE EQUAL AGE-SUBINDICE
             COMPUTE HORAS-PROYECTADAS = HORAS-DIA-CANDIDATO +
                 TAB-AGE-HORAS(CLASE-ACTUAL)
             IF HORAS-PROYECTADAS > TOPE-JORNADA
                 MOVE 'EXCEDE JORNADA' TO MOTIVO-DESCARTE
                 ADD 1 TO TOTAL-DESC-JORNADA
             END-IF
         END-IF.
         IF MOTIVO-DESCARTE EQUAL SPACES
             PERFORM 1420-CONTROLAR-TOPES
         END-IF.

      *-----------------------------------------------------------*
      * Lo ya programado del candidato: en el dia para la jornada,
      * en el mes (total y del tipo de la clase) para el tope.
      *-----------------------------------------------------------*
        1410-SUMAR-AGENDA-CANDIDATO.
         IF TAB-AGE-NUMERO(AGE-INDICE) EQUAL
                TAB-ANT-NUMERO(ANT-INDICE) AND
            (TAB-AGE-ESTADO(AGE-INDICE) EQUAL 'A' OR
             TAB-AGE-ESTADO(AGE-INDICE) EQUAL 'P')
             COMPUTE PERIODO-AGENDA = TAB-AGE-FECHA(AGE-INDICE) / 100
             IF TAB-AGE-FECHA(AGE-INDICE) EQUAL
                    TAB-AGE-FECHA(CLASE-ACTUAL)
                 ADD TAB-AGE-HORAS(AGE-INDICE) TO HORAS-DIA-CANDIDATO
             END-IF
             IF PERIODO-AGENDA EQUAL PERIODO-CLASE
                 ADD TAB-AGE-HORAS(AGE-INDICE) TO HORAS-MES-CANDIDATO
                 IF TAB-AGE-TIPO-CLASE(AGE-INDICE) EQUAL
                        TAB-AGE-TIPO-CLASE(CLASE-ACTUAL)
                     ADD TAB-AGE-HORAS(AGE-INDICE)
                         TO HORAS-TIPO-CANDIDATO
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Topes de LimitesHoras.dat como los aplica TP: el del tipo
      * de clase y el general (tipo en blanco) del mes.
      *-----------------------------------------------------------*
        1420-CONTROLAR-TOPES.
         SET LIM-INDICE TO 1.
         SEARCH TAB-LIMITES
             AT END CONTINUE
             WHEN LIM-INDICE EQUAL LIM-SUBINDICE
                 CONTINUE
             WHEN TAB-LIM-NUMERO(LIM-INDICE)
                     EQUAL TAB-ANT-NUMERO(ANT-INDICE) AND
                  TAB-LIM-TIPO-CLASE(LIM-INDICE)
                     EQUAL TAB-AGE-TIPO-CLASE(CLASE-ACTUAL)
                 COMPUTE HORAS-PROYECTADAS = HORAS-TIPO-CANDIDATO +
                     TAB-AGE-HORAS(CLASE-ACTUAL)
                 IF HORAS-PROYECTADAS > TAB-LIM-HORAS-MAX(LIM-INDICE)
                     MOVE 'EXCEDE TOPE DEL TIPO' TO MOTIVO-DESCARTE
                 END-IF
         END-SEARCH.
         SET LIM-INDICE TO 1.
         SEARCH TAB-LIMITES
             AT END CONTINUE
             WHEN LIM-INDICE EQUAL LIM-SUBINDICE
                 CONTINUE
             WHEN TAB-LIM-NUMERO(LIM-INDICE)
                     EQUAL TAB-ANT-NUMERO(ANT-INDICE) AND
                  TAB-LIM-TIPO-CLASE(LIM-INDICE) EQUAL SPACES
                 COMPUTE HORAS-PROYECTADAS = HORAS-MES-CANDIDATO +
                     TAB-AGE-HORAS(CLASE-ACTUAL)
                 IF HORAS-PROYECTADAS > TAB-LIM-HORAS-MAX(LIM-INDICE)
                     MOVE 'EXCEDE TOPE MENSUAL' TO MOTIVO-DESCARTE
                 END-IF
         END-SEARCH.
         IF MOTIVO-DESCARTE NOT EQUAL SPACES
             ADD 1 TO TOTAL-DESC-TOPE
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1500-AGREGAR-CANDIDATO.
         IF CAN-SUBINDICE > 200
             DISPLAY 'TABLA-CANDIDATOS LLENA - AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE TAB-ANT-NUMERO(ANT-INDICE)
             TO TAB-CAN-NUMERO(CAN-SUBINDICE).
         MOVE PROF-NOMBRE TO TAB-CAN-NOMBRE(CAN-SUBINDICE).
         MOVE TAB-ANT-HORAS(ANT-INDICE)
             TO TAB-CAN-DICTADAS(CAN-SUBINDICE).
         MOVE HORAS-DIA-CANDIDATO TO TAB-CAN-HORAS-DIA(CAN-SUBINDICE).
         MOVE HORAS-MES-CANDIDATO TO TAB-CAN-HORAS-MES(CAN-SUBINDICE).
         MOVE 'N' TO TAB-CAN-LISTADO(CAN-SUBINDICE).
         ADD 1 TO CAN-SUBINDICE.

      *-----------------------------------------------------------*
      * Orden de la propuesta: mas horas dictadas de ese tipo en
      * esa sucursal primero; a igualdad, el de menos horas ya
      * programadas en el mes. El primero es el propuesto.
      *-----------------------------------------------------------*
        1600-LISTAR-SIGUIENTE-CANDIDATO.
         MOVE 0 TO MEJOR-CANDIDATO.
         PERFORM 1610-COMPARAR-CANDIDATO
             VARYING CAN-INDICE FROM 1 BY 1
             UNTIL CAN-INDICE EQUAL CAN-SUBINDICE.
         ADD 1 TO ORDEN-CANDIDATO.
         SET CAN-INDICE TO MEJOR-CANDIDATO.
         MOVE 'S' TO TAB-CAN-LISTADO(CAN-INDICE).
         MOVE ORDEN-CANDIDATO TO DCA-ORDEN.
         MOVE TAB-CAN-NUMERO(CAN-INDICE) TO DCA-NUMERO.
         MOVE TAB-CAN-NOMBRE(CAN-INDICE) TO DCA-NOMBRE.
         MOVE TAB-CAN-DICTADAS(CAN-INDICE) TO DCA-DICTADAS.
         MOVE TAB-CAN-HORAS-DIA(CAN-INDICE) TO DCA-HORAS-DIA.
         MOVE TAB-CAN-HORAS-MES(CAN-INDICE) TO DCA-HORAS-MES.
         IF ORDEN-CANDIDATO EQUAL 1
             MOVE '<-PROPUESTO' TO DCA-PROPUESTO
             PERFORM 1700-GRABAR-REASIGNACION
         ELSE
             MOVE SPACES TO DCA-PROPUESTO
         END-IF.
         WRITE LINEA-PROPUESTAS FROM DATOS-CANDIDATO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1610-COMPARAR-CANDIDATO.
         IF TAB-CAN-LISTADO(CAN-INDICE) EQUAL 'N'
             IF MEJOR-CANDIDATO EQUAL 0
                 SET MEJOR-CANDIDATO TO CAN-INDICE
             ELSE
                 IF TAB-CAN-DICTADAS(CAN-INDICE) >
                        TAB-CAN-DICTADAS(MEJOR-CANDIDATO) OR
                    (TAB-CAN-DICTADAS(CAN-INDICE) EQUAL
                        TAB-CAN-DICTADAS(MEJOR-CANDIDATO) AND
                     TAB-CAN-HORAS-MES(CAN-INDICE) <
                        TAB-CAN-HORAS-MES(MEJOR-CANDIDATO))
                     SET MEJOR-CANDIDATO TO CAN-INDICE
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Reasignacion en el layout de MovAgenda.dat: cancelacion de
      * la clase del ausente y alta de la misma clase con el
      * suplente. La propuesta queda en la agenda en memoria para
      * que cuente en la jornada y el tope de las clases
      * siguientes.
      *-----------------------------------------------------------*
        1700-GRABAR-REASIGNACION.
         MOVE 'B' TO MAG-ACCION.
         MOVE TAB-AGE-SUCURSAL(CLASE-ACTUAL) TO MAG-SUCURSAL.
         MOVE TAB-AGE-FECHA(CLASE-ACTUAL) TO MAG-FECHA.
         MOVE TAB-AGE-TIPO-CLASE(CLASE-ACTUAL) TO MAG-TIPO-CLASE.
         MOVE TAB-AGE-NUMERO(CLASE-ACTUAL) TO MAG-NUMERO.
         MOVE TAB-AGE-HORAS(CLASE-ACTUAL) TO MAG-HORAS.
         WRITE REG-MOV-AGENDA.
         MOVE 'A' TO MAG-ACCION.
         MOVE TAB-CAN-NUMERO(CAN-INDICE) TO MAG-NUMERO.
         WRITE REG-MOV-AGENDA.
         ADD 2 TO TOTAL-MOVIMIENTOS.
         MOVE 'S' TO TAB-AGE-ESTADO(CLASE-ACTUAL).
         IF AGE-SUBINDICE > 2000
             DISPLAY 'TABLA-AGENDA LLENA - AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE 'P' TO TAB-AGE-ESTADO(AGE-SUBINDICE).
         MOVE MAG-SUCURSAL TO TAB-AGE-SUCURSAL(AGE-SUBINDICE).
         MOVE MAG-FECHA TO TAB-AGE-FECHA(AGE-SUBINDICE).
         MOVE MAG-TIPO-CLASE TO TAB-AGE-TIPO-CLASE(AGE-SUBINDICE).
         MOVE MAG-NUMERO TO TAB-AGE-NUMERO(AGE-SUBINDICE).
         MOVE MAG-HORAS TO TAB-AGE-HORAS(AGE-SUBINDICE).
         ADD 1 TO AGE-SUBINDICE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0900-FIN.
            WRITE LINEA-PROPUESTAS FROM LINEA-EN-BLANCO.
            MOVE 'CLASES EN AGENDA:' TO TOT-ETIQUETA.
            MOVE TOTAL-CLASES-AGENDA TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE 'CLASES CON PROFESOR EN LICENCIA:' TO TOT-ETIQUETA.
            MOVE TOTAL-CLASES-LICENCIA TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE 'CLASES CON SUPLENTE PROPUESTO:' TO TOT-ETIQUETA.
            MOVE TOTAL-CON-PROPUESTA TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE 'CLASES SIN SUPLENTE DISPONIBLE:' TO TOT-ETIQUETA.
            MOVE TOTAL-SIN-SUPLENTE TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE 'CANDIDATOS EVALUADOS:' TO TOT-ETIQUETA.
            MOVE TOTAL-CANDIDATOS TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE '  DESCARTADOS POR LICENCIA:' TO TOT-ETIQUETA.
            MOVE TOTAL-DESC-LICENCIA TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE '  DESCARTADOS SIN ALTA:' TO TOT-ETIQUETA.
            MOVE TOTAL-DESC-ALTA TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE '  DESCARTADOS POR JORNADA:' TO TOT-ETIQUETA.
            MOVE TOTAL-DESC-JORNADA TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE '  DESCARTADOS POR TOPE MENSUAL:' TO TOT-ETIQUETA.
            MOVE TOTAL-DESC-TOPE TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            MOVE 'MOVIMIENTOS DE REASIGNACION:' TO TOT-ETIQUETA.
            MOVE TOTAL-MOVIMIENTOS TO TOT-CANTIDAD.
            WRITE LINEA-PROPUESTAS FROM LINEA-TOTAL-PROPUESTAS.
            CLOSE PROFESORES.
            CLOSE MOV-SUPLENCIAS.
            CLOSE PROPUESTAS.
