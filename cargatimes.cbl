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

            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.

        FD TIMES-I    LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "TimesI.dat".
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
        77 TIMES-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
        77 FECHA-INICIO-CORRIDA PIC 9(8) VALUE 0.
        77 HORA-INICIO-CORRIDA PIC 9(6) VALUE 0.
        77 SEVERIDAD-CORRIDA PIC X VALUE 'I'.
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
        77 EOF-TIMES-I-SW PIC XX VALUE "NO".
            88 EOF-TIMES-I VALUE "SI".
        01 PARAMETROS-CORRIDA.
            03 FILLER PIC X(11) VALUE 'SUCURSALES='.
            03 PAR-CORRIDA-SUCURSALES PIC 9(3).
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-INICIO-GRABACION.
            PERFORM 1050-RESPALDAR-TIMES-I.
            OPEN OUTPUT TIMES-I.

      *-----------------------------------------------------------*
      * El TimesI.dat de la corrida anterior se guarda como
      * generacion antes de pisarlo; en la primera carga todavia
      * no existe y no hay nada que guardar.
      *-----------------------------------------------------------*
        1050-RESPALDAR-TIMES-I.
            OPEN INPUT TIMES-I.
            IF TIMES-I-ESTADO EQUAL '00'
                MOVE 'TimesI.dat' TO ARCHIVO-RESPALDO
                PERFORM 8000-PREPARAR-GENERACION
                IF CANT-GENERACIONES > 0
                    PERFORM 1060-LEER-TIMES-I
                    PERFORM 1070-COPIAR-TIMES-I UNTIL EOF-TIMES-I
                    PERFORM 8090-CATALOGAR-GENERACION
                END-IF
                CLOSE TIMES-I
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1060-LEER-TIMES-I.
         READ TIMES-I AT END MOVE "SI" TO EOF-TIMES-I-SW.
         IF TIMES-I-ESTADO NOT EQUAL '00' AND NOT EOF-TIMES-I
             MOVE "SI" TO EOF-TIMES-I-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1070-COPIAR-TIMES-I.
         WRITE REG-GENERACION FROM REG-TIMES.
         ADD 1 TO REGISTROS-GENERACION.
         PERFORM 1060-LEER-TIMES-I.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1100-LEER-ORDENADO.
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
         MOVE 'CARGATIM' TO CAT-PROGRAMA.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO CAT-FECHA.
         MOVE WS-CURRENT-TIME(1:6) TO CAT-HORA.
         MOVE REGISTROS-GENERACION TO CAT-REGISTROS.
         MOVE FECHA-INICIO-CORRIDA TO CAT-RUN-FECHA.
         MOVE HORA-INICIO-CORRIDA TO CAT-RUN-HORA.
         WRITE REG-CATALOGO.
         CLOSE CATALOGO-GENERACIONES.
