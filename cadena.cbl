        IDENTIFICATION DIVISION.
        PROGRAM-ID. CADENA.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Definicion de la cadena: un registro por paso, en el orden
      * en que se corren.
            SELECT DEF-CADENA     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS DEF-ESTADO.

      * Fuerza (o impide) los pasos de fin de mes; sin el archivo
      * decide el calendario.
            SELECT OPTIONAL PARAM-CADENA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-ESTADO.

      * Punto de reinicio: donde se detuvo la ultima corrida. Se
      * regraba al terminar cada corrida.
            SELECT OPTIONAL REINICIO-CADENA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS REI-ESTADO-ARCH.

      * Bitacora de corridas: se lee despues de cada paso para
      * tomar la severidad que el programa informo, y al final se
      * agrega la corrida de la propia cadena.
            SELECT OPTIONAL RUN-CONTROL ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RUN-ESTADO.

            SELECT BITACORA-CADENA ASSIGN TO PRINTER
                                  "BitacoraCadena.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD DEF-CADENA     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "DefCadena.dat".
        01 REG-DEF-CADENA.
      * Nombre del paso; si el programa graba RunControl.dat es el
      * RUN-PROGRAMA con que lo graba (TP, CARGATIM, TP2, AUDITA).
            03 DEF-PASO               PIC X(8).
      * Paso que tiene que haber terminado bien antes; en blanco
      * el primero de la cadena.
            03 DEF-PREDECESOR         PIC X(8).
      * Severidad mas alta con la que la cadena sigue: I, W o E.
            03 DEF-SEVERIDAD-MAXIMA   PIC X.
      * 'S' siempre, 'M' solo a fin de mes, 'N' deshabilitado.
            03 DEF-CONDICION          PIC X.
      * 'S' si el programa deja su corrida en RunControl.dat.
            03 DEF-REGISTRA-RUN       PIC X.
            03 DEF-COMANDO            PIC X(60).

        FD PARAM-CADENA   LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ParamCadena.dat".
        01 REG-PARAM-CADENA.
      * 'S' corre los pasos de fin de mes, 'N' no los corre,
      * cualquier otro valor: solo el ultimo dia del mes.
            03 PAR-FIN-DE-MES         PIC X.

        FD REINICIO-CADENA LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ReinicioCadena.dat".
        01 REG-REINICIO.
      * 'D' detenida en REI-PASO, 'T' terminada completa.
            03 REI-ESTADO             PIC X.
            03 REI-PASO               PIC X(8).
            03 REI-FECHA              PIC 9(8).
            03 REI-HORA               PIC 9(6).
            03 REI-SEVERIDAD          PIC X.
      * Decision de fin de mes de la corrida detenida: la que la
      * reanuda la respeta aunque ya haya cambiado el dia.
            03 REI-FIN-DE-MES         PIC X.
            03 REI-MOTIVO             PIC X(40).

        FD RUN-CONTROL LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "RunControl.dat".
        01 REG-RUN-CONTROL.
            03 RUN-PROGRAMA        PIC X(8).
            03 RUN-FECHA-INICIO    PIC 9(8).
            03 RUN-HORA-INICIO     PIC 9(6).
            03 RUN-FECHA-FIN       PIC 9(8).
            03 RUN-HORA-FIN        PIC 9(6).
            03 RUN-PARAMETROS      PIC X(40).
            03 RUN-LEIDOS          PIC 9(7).
            03 RUN-SELECCIONADOS   PIC 9(7).
            03 RUN-ESCRITOS        PIC 9(7).
            03 RUN-SEVERIDAD       PIC X.

        FD BITACORA-CADENA LABEL RECORD OMITTED.
        01 LINEA-BITACORA PIC X(100).

        WORKING-STORAGE SECTION.
        77 DEF-ESTADO PIC XX.
        77 PARAM-ESTADO PIC XX.
        77 REI-ESTADO-ARCH PIC XX.
        77 RUN-ESTADO PIC XX.
        77 EOF-DEF-SW PIC XX VALUE "NO".
            88 EOF-DEFINICION VALUE "SI".
        77 EOF-RUN-SW PIC XX VALUE "NO".
            88 EOF-RUN-CONTROL VALUE "SI".
        77 CADENA-DETENIDA-SW PIC XX VALUE "NO".
            88 CADENA-DETENIDA VALUE "SI".
        77 CORRER-PASO-SW PIC XX VALUE "NO".
            88 CORRER-PASO VALUE "SI".
        77 RUN-HALLADO-SW PIC XX VALUE "NO".
            88 RUN-HALLADO VALUE "SI".

        77 CAD-SUBINDICE PIC 9(2) VALUE 1.
        77 CANT-PASOS PIC 9(2) VALUE 0.
        77 PASO-SUB PIC 9(2) VALUE 0.
        77 PASO-REINICIO PIC 9(2) VALUE 1.
        77 FECHA-INICIO-CORRIDA PIC 9(8) VALUE 0.
        77 HORA-INICIO-CORRIDA PIC 9(6) VALUE 0.
        77 FECHA-INICIO-PASO PIC 9(8) VALUE 0.
        77 HORA-INICIO-PASO PIC 9(6) VALUE 0.
        77 FIN-DE-MES PIC X VALUE 'N'.
        77 COMANDO-PASO PIC X(60) VALUE SPACES.
        77 CODIGO-SALIDA PIC S9(9) VALUE 0.
        77 SEVERIDAD-PASO PIC X VALUE SPACES.
        77 SEVERIDAD-RUN-PASO PIC X VALUE SPACES.
        77 SEVERIDAD-CORRIDA PIC X VALUE 'I'.
        77 SEVERIDAD-A-MEDIR PIC X VALUE SPACES.
        77 RANGO-SEVERIDAD PIC 9 VALUE 0.
        77 RANGO-PASO PIC 9 VALUE 0.
        77 RANGO-MAXIMO PIC 9 VALUE 0.
        77 PASO-DETENIDO PIC X(8) VALUE SPACES.
        77 MOTIVO-DETENCION PIC X(40) VALUE SPACES.
        77 ULTIMO-DIA-MES PIC 99 VALUE 0.
        77 RESTO-ANIO PIC 9(4) VALUE 0.
        77 COCIENTE-ANIO PIC 9(4) VALUE 0.

        77 TOTAL-PASOS-CORRIDOS PIC 9(2) VALUE 0.
        77 TOTAL-PASOS-TERMINADOS PIC 9(2) VALUE 0.
        77 TOTAL-PASOS-OMITIDOS PIC 9(2) VALUE 0.
        77 TOTAL-PASOS-REINICIO PIC 9(2) VALUE 0.

        01 FECHA-EXAMINADA PIC 9(8) VALUE 0.
        01 FECHA-EXAMINADA-D REDEFINES FECHA-EXAMINADA.
            03 FEX-ANIO PIC 9(4).
            03 FEX-MES PIC 99.
            03 FEX-DIA PIC 99.

        01 DIAS-POR-MES-VALORES.
            03 FILLER PIC X(24) VALUE '312831303130313130313031'.
        01 DIAS-POR-MES REDEFINES DIAS-POR-MES-VALORES.
            03 DIAS-MES PIC 99 OCCURS 12 TIMES.

        01 PARAMETROS-CORRIDA.
            03 PAR-CORRIDA-TEXTO PIC X(12).
            03 PAR-CORRIDA-PASO PIC X(8).
            03 FILLER PIC X(8) VALUE ' FINMES='.
            03 PAR-CORRIDA-FIN-DE-MES PIC X.
            03 FILLER PIC X(11) VALUE SPACES.

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

      * Los pasos de DefCadena.dat, con lo que paso con cada uno
      * en esta corrida: 'P' pendiente, 'T' terminado dentro de su
      * umbral, 'R' ya terminado en la corrida que se reanuda,
      * 'O' omitido por su condicion, 'D' detuvo la cadena.
       01 TABLA-CADENA.
           02 TAB-CADENA OCCURS 20 TIMES INDEXED BY CAD-INDICE.
               03 TAB-CAD-PASO PIC X(8).
               03 TAB-CAD-PREDECESOR PIC X(8).
               03 TAB-CAD-SEVERIDAD-MAXIMA PIC X.
               03 TAB-CAD-CONDICION PIC X.
               03 TAB-CAD-REGISTRA-RUN PIC X.
               03 TAB-CAD-COMANDO PIC X(60).
               03 TAB-CAD-RESULTADO PIC X.

       01 ENCABEZADO-BITACORA.
           03 FILLER PIC X(26) VALUE 'CADENA NOCTURNA - FECHA:  '.
           03 BIT-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 BIT-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 BIT-ANIO PIC 9(4).
           03 FILLER PIC X(9) VALUE '  HORA:  '.
           03 BIT-HORA PIC 9(6).
           03 FILLER PIC X(15) VALUE '  FIN DE MES:  '.
           03 BIT-FIN-DE-MES PIC X.
           03 FILLER PIC X(33) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(100) VALUE SPACES.
       01 LINEA-REINICIO.
           03 FILLER PIC X(22) VALUE 'REANUDA DESDE EL PASO '.
           03 LRE-PASO PIC X(8).
           03 FILLER PIC X(23) VALUE ' DETENIDO EN LA CORRIDA'.
           03 FILLER PIC X(4) VALUE ' DEL'.
           03 FILLER PIC X VALUE SPACES.
           03 LRE-FECHA PIC 9(8).
           03 FILLER PIC X VALUE SPACES.
           03 LRE-HORA PIC 9(6).
           03 FILLER PIC X(27) VALUE SPACES.
       01 ENCABEZADO-PASOS-COL.
           03 FILLER PIC X(10) VALUE 'PASO      '.
           03 FILLER PIC X(10) VALUE 'PREDEC.   '.
           03 FILLER PIC X(9) VALUE 'COND MAX '.
           03 FILLER PIC X(16) VALUE 'INICIO  FIN     '.
           03 FILLER PIC X(9) VALUE '  RC SEV '.
           03 FILLER PIC X(9) VALUE 'RESULTADO'.
           03 FILLER PIC X(37) VALUE SPACES.
       01 DATOS-PASO.
           03 BIT-PASO PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BIT-PREDECESOR PIC X(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 BIT-CONDICION PIC X.
           03 FILLER PIC X(3) VALUE SPACES.
           03 BIT-MAXIMA PIC X.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BIT-HORA-INI PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BIT-HORA-FIN PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BIT-CODIGO PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BIT-SEVERIDAD PIC X.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BIT-RESULTADO PIC X(40).
           03 FILLER PIC X(7) VALUE SPACES.
       01 LINEA-FIN-CADENA.
           03 LFC-TEXTO PIC X(30).
           03 LFC-PASO PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LFC-MOTIVO PIC X(40).
           03 FILLER PIC X(20) VALUE SPACES.
       01 LINEA-TOTAL-CADENA.
           03 LTC-ETIQUETA PIC X(35).
           03 LTC-CANTIDAD PIC ZZ9.
           03 FILLER PIC X(62) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Conductor de la cadena nocturna. Corre en orden los pasos
      * de DefCadena.dat (VALNOV opcional al principio, TP,
      * CARGATIMES, TP2, y a fin de mes AUDITA, CIERRE, COBRANZA
      * o lo que se defina): cada paso corre si su predecesor
      * termino bien y si su condicion lo habilita. La severidad
      * del paso es la peor entre su codigo de retorno (0 I, hasta
      * 4 W, mas de 4 E) y la que el programa grabo en
      * RunControl.dat en esta corrida; si supera la maxima del
      * paso la cadena se detiene ahi y ReinicioCadena.dat guarda
      * el paso. La corrida siguiente reanuda desde ese paso sin
      * repetir los que ya habian terminado. Para arrancar la
      * cadena de cero con una detencion pendiente, borrar
      * ReinicioCadena.dat.

        COMIENZO.
            PERFORM 0100-INICIO.
            MOVE 1 TO PASO-SUB.
            PERFORM 1000-PROCESAR-PASO
                UNTIL CADENA-DETENIDA OR PASO-SUB > CANT-PASOS.
            PERFORM 1800-LISTAR-NO-EJECUTADO
                UNTIL PASO-SUB > CANT-PASOS.
            PERFORM 2000-FIN.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-INICIO-CORRIDA.
            MOVE WS-CURRENT-TIME(1:6) TO HORA-INICIO-CORRIDA.
            OPEN INPUT DEF-CADENA.
            PERFORM 0200-LEER-DEFINICION.
            PERFORM 0250-CARGAR-PASO UNTIL EOF-DEFINICION.
            CLOSE DEF-CADENA.
            COMPUTE CANT-PASOS = CAD-SUBINDICE - 1.
            IF CANT-PASOS EQUAL 0
                DISPLAY 'DEFCADENA.DAT SIN PASOS A CORRER'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM 0300-DECIDIR-FIN-DE-MES.
            OPEN OUTPUT BITACORA-CADENA.
            PERFORM 0400-LEER-REINICIO.
            MOVE WS-CURRENT-DAY TO BIT-DIA.
            MOVE WS-CURRENT-MONTH TO BIT-MES.
            MOVE WS-CURRENT-YEAR TO BIT-ANIO.
            MOVE HORA-INICIO-CORRIDA TO BIT-HORA.
            MOVE FIN-DE-MES TO BIT-FIN-DE-MES.
            WRITE LINEA-BITACORA FROM ENCABEZADO-BITACORA.
            WRITE LINEA-BITACORA FROM LINEA-EN-BLANCO.
            IF PASO-REINICIO > 1
                WRITE LINEA-BITACORA FROM LINEA-REINICIO
                WRITE LINEA-BITACORA FROM LINEA-EN-BLANCO
            END-IF.
            WRITE LINEA-BITACORA FROM ENCABEZADO-PASOS-COL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-DEFINICION.
         READ DEF-CADENA AT END MOVE "SI" TO EOF-DEF-SW.
         IF DEF-ESTADO NOT EQUAL '00' AND NOT EOF-DEFINICION
             MOVE "SI" TO EOF-DEF-SW
         END-IF.

      *-----------------------------------------------------------*
      * Un paso mal definido no se adivina: la cadena no arranca.
      *-----------------------------------------------------------*
        0250-CARGAR-PASO.
         IF CAD-SUBINDICE > 20
             DISPLAY 'TABLA-CADENA LLENA - DEMASIADOS PASOS '
             DISPLAY 'EN DEFCADENA.DAT, AUMENTAR EL OCCURS'
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF.
         IF (DEF-SEVERIDAD-MAXIMA NOT EQUAL 'I' AND
             DEF-SEVERIDAD-MAXIMA NOT EQUAL 'W' AND
             DEF-SEVERIDAD-MAXIMA NOT EQUAL 'E') OR
            (DEF-CONDICION NOT EQUAL 'S' AND
             DEF-CONDICION NOT EQUAL 'M' AND
             DEF-CONDICION NOT EQUAL 'N') OR
            DEF-PASO EQUAL SPACES OR DEF-COMANDO EQUAL SPACES
             DISPLAY 'DEFCADENA.DAT: PASO MAL DEFINIDO ' DEF-PASO
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF.
         MOVE DEF-PASO TO TAB-CAD-PASO(CAD-SUBINDICE).
         MOVE DEF-PREDECESOR TO TAB-CAD-PREDECESOR(CAD-SUBINDICE).
         MOVE DEF-SEVERIDAD-MAXIMA
             TO TAB-CAD-SEVERIDAD-MAXIMA(CAD-SUBINDICE).
         MOVE DEF-CONDICION TO TAB-CAD-CONDICION(CAD-SUBINDICE).
         MOVE DEF-REGISTRA-RUN TO TAB-CAD-REGISTRA-RUN(CAD-SUBINDICE).
         MOVE DEF-COMANDO TO TAB-CAD-COMANDO(CAD-SUBINDICE).
         MOVE 'P' TO TAB-CAD-RESULTADO(CAD-SUBINDICE).
         ADD 1 TO CAD-SUBINDICE.
         PERFORM 0200-LEER-DEFINICION.

      *-----------------------------------------------------------*
      * Fin de mes: lo que diga ParamCadena.dat, o si no, el
      * ultimo dia del mes calendario (febrero de 29 en los
      * bisiestos).
      *-----------------------------------------------------------*
        0300-DECIDIR-FIN-DE-MES.
            MOVE SPACES TO PAR-FIN-DE-MES.
            OPEN INPUT PARAM-CADENA.
            READ PARAM-CADENA
                AT END MOVE SPACES TO PAR-FIN-DE-MES.
            CLOSE PARAM-CADENA.
            IF PAR-FIN-DE-MES EQUAL 'S' OR PAR-FIN-DE-MES EQUAL 'N'
                MOVE PAR-FIN-DE-MES TO FIN-DE-MES
            ELSE
                MOVE FECHA-INICIO-CORRIDA TO FECHA-EXAMINADA
                MOVE DIAS-MES(FEX-MES) TO ULTIMO-DIA-MES
                IF FEX-MES EQUAL 2
                    PERFORM 0350-VERIFICAR-BISIESTO
                END-IF
                IF FEX-DIA EQUAL ULTIMO-DIA-MES
                    MOVE 'S' TO FIN-DE-MES
                ELSE
                    MOVE 'N' TO FIN-DE-MES
                END-IF
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0350-VERIFICAR-BISIESTO.
         DIVIDE FEX-ANIO BY 4 GIVING COCIENTE-ANIO
             REMAINDER RESTO-ANIO.
         IF RESTO-ANIO EQUAL 0
             MOVE 29 TO ULTIMO-DIA-MES
             DIVIDE FEX-ANIO BY 100 GIVING COCIENTE-ANIO
                 REMAINDER RESTO-ANIO
             IF RESTO-ANIO EQUAL 0
                 DIVIDE FEX-ANIO BY 400 GIVING COCIENTE-ANIO
                     REMAINDER RESTO-ANIO
                 IF RESTO-ANIO NOT EQUAL 0
                     MOVE 28 TO ULTIMO-DIA-MES
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Una corrida anterior detenida fija el paso desde el que se
      * reanuda y la decision de fin de mes de aquella corrida.
      *-----------------------------------------------------------*
        0400-LEER-REINICIO.
            MOVE SPACES TO REI-ESTADO.
            OPEN INPUT REINICIO-CADENA.
            READ REINICIO-CADENA
                AT END MOVE SPACES TO REI-ESTADO.
            CLOSE REINICIO-CADENA.
            IF REI-ESTADO EQUAL 'D'
                SET CAD-INDICE TO 1
                SEARCH TAB-CADENA
                    AT END
                        DISPLAY 'EL PASO DE REINICIO ' REI-PASO
                        DISPLAY 'NO ESTA EN DEFCADENA.DAT'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    WHEN CAD-INDICE EQUAL CAD-SUBINDICE
                        DISPLAY 'EL PASO DE REINICIO ' REI-PASO
                        DISPLAY 'NO ESTA EN DEFCADENA.DAT'
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    WHEN TAB-CAD-PASO(CAD-INDICE) EQUAL REI-PASO
                        SET PASO-REINICIO TO CAD-INDICE
                END-SEARCH
                IF REI-FIN-DE-MES EQUAL 'S' OR REI-FIN-DE-MES EQUAL 'N'
                    MOVE REI-FIN-DE-MES TO FIN-DE-MES
                END-IF
                MOVE REI-PASO TO LRE-PASO
                MOVE REI-FECHA TO LRE-FECHA
                MOVE REI-HORA TO LRE-HORA
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-PROCESAR-PASO.
         MOVE TAB-CAD-PASO(PASO-SUB) TO BIT-PASO.
         MOVE TAB-CAD-PREDECESOR(PASO-SUB) TO BIT-PREDECESOR.
         MOVE TAB-CAD-CONDICION(PASO-SUB) TO BIT-CONDICION.
         MOVE TAB-CAD-SEVERIDAD-MAXIMA(PASO-SUB) TO BIT-MAXIMA.
         MOVE 0 TO BIT-HORA-INI BIT-HORA-FIN BIT-CODIGO.
         MOVE SPACES TO BIT-SEVERIDAD.
         IF PASO-SUB < PASO-REINICIO
             MOVE 'R' TO TAB-CAD-RESULTADO(PASO-SUB)
             ADD 1 TO TOTAL-PASOS-REINICIO
             MOVE 'YA TERMINADO EN LA CORRIDA DETENIDA'
                 TO BIT-RESULTADO
             WRITE LINEA-BITACORA FROM DATOS-PASO
         ELSE
             PERFORM 1100-EVALUAR-CONDICION
             IF CORRER-PASO
                 PERFORM 1200-CONTROLAR-PREDECESOR
             END-IF
             IF CORRER-PASO
                 PERFORM 1300-CORRER-PASO
                 PERFORM 1400-OBTENER-SEVERIDAD
                 PERFORM 1500-EVALUAR-UMBRAL
             END-IF
         END-IF.
         ADD 1 TO PASO-SUB.

      *-----------------------------------------------------------*
      * El paso donde se detuvo la corrida anterior se reintenta
      * aunque sea de fin de mes; deshabilitado no corre nunca.
      *-----------------------------------------------------------*
        1100-EVALUAR-CONDICION.
         MOVE "SI" TO CORRER-PASO-SW.
         IF TAB-CAD-CONDICION(PASO-SUB) EQUAL 'N'
             MOVE "NO" TO CORRER-PASO-SW
             MOVE 'OMITIDO: PASO DESHABILITADO' TO BIT-RESULTADO
         END-IF.
         IF TAB-CAD-CONDICION(PASO-SUB) EQUAL 'M' AND
            FIN-DE-MES NOT EQUAL 'S' AND
            PASO-SUB NOT EQUAL PASO-REINICIO
             MOVE "NO" TO CORRER-PASO-SW
             MOVE 'OMITIDO: SOLO A FIN DE MES' TO BIT-RESULTADO
         END-IF.
         IF NOT CORRER-PASO
             MOVE 'O' TO TAB-CAD-RESULTADO(PASO-SUB)
             ADD 1 TO TOTAL-PASOS-OMITIDOS
             WRITE LINEA-BITACORA FROM DATOS-PASO
         END-IF.

      *-----------------------------------------------------------*
      * El predecesor tiene que estar antes en la cadena y haber
      * terminado (en esta corrida o en la que se reanuda); uno
      * omitido por su condicion no traba a los que siguen.
      *-----------------------------------------------------------*
        1200-CONTROLAR-PREDECESOR.
         IF TAB-CAD-PREDECESOR(PASO-SUB) NOT EQUAL SPACES
             MOVE "NO" TO CORRER-PASO-SW
             SET CAD-INDICE TO 1
             SEARCH TAB-CADENA
                 AT END CONTINUE
                 WHEN CAD-INDICE EQUAL PASO-SUB
                     CONTINUE
                 WHEN TAB-CAD-PASO(CAD-INDICE) EQUAL
                      TAB-CAD-PREDECESOR(PASO-SUB)
                     IF TAB-CAD-RESULTADO(CAD-INDICE) EQUAL 'T' OR
                        TAB-CAD-RESULTADO(CAD-INDICE) EQUAL 'R' OR
                        TAB-CAD-RESULTADO(CAD-INDICE) EQUAL 'O'
                         MOVE "SI" TO CORRER-PASO-SW
                     END-IF
             END-SEARCH
             IF NOT CORRER-PASO
                 MOVE 'D' TO TAB-CAD-RESULTADO(PASO-SUB)
                 MOVE 'E' TO SEVERIDAD-CORRIDA
                 MOVE "SI" TO CADENA-DETENIDA-SW
                 MOVE TAB-CAD-PASO(PASO-SUB) TO PASO-DETENIDO
                 MOVE 'PREDECESOR NO TERMINADO EN LA CADENA'
                     TO MOTIVO-DETENCION
                 MOVE 'DETENIDO: PREDECESOR NO TERMINADO'
                     TO BIT-RESULTADO
                 WRITE LINEA-BITACORA FROM DATOS-PASO
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * El sistema devuelve el estado de terminacion del proceso
      * con el codigo de salida en el byte alto.
      *-----------------------------------------------------------*
        1300-CORRER-PASO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO FECHA-INICIO-PASO.
         MOVE WS-CURRENT-TIME(1:6) TO HORA-INICIO-PASO.
         MOVE HORA-INICIO-PASO TO BIT-HORA-INI.
         MOVE TAB-CAD-COMANDO(PASO-SUB) TO COMANDO-PASO.
         ADD 1 TO TOTAL-PASOS-CORRIDOS.
         CALL 'SYSTEM' USING COMANDO-PASO.
         MOVE RETURN-CODE TO CODIGO-SALIDA.
         MOVE 0 TO RETURN-CODE.
         IF CODIGO-SALIDA > 255
             DIVIDE CODIGO-SALIDA BY 256 GIVING CODIGO-SALIDA
         END-IF.
         IF CODIGO-SALIDA < 0
             MOVE 999 TO CODIGO-SALIDA
         END-IF.
         MOVE CODIGO-SALIDA TO BIT-CODIGO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-TIME(1:6) TO BIT-HORA-FIN.

      *-----------------------------------------------------------*
      * Severidad del codigo de retorno, empeorada por la que el
      * programa haya grabado en RunControl.dat desde que arranco
      * el paso. Un programa que graba RunControl y no dejo
      * registro murio antes de terminar: E.
      *-----------------------------------------------------------*
        1400-OBTENER-SEVERIDAD.
         EVALUATE TRUE
             WHEN CODIGO-SALIDA EQUAL 0
                 MOVE 'I' TO SEVERIDAD-PASO
             WHEN CODIGO-SALIDA NOT > 4
                 MOVE 'W' TO SEVERIDAD-PASO
             WHEN OTHER
                 MOVE 'E' TO SEVERIDAD-PASO
         END-EVALUATE.
         IF TAB-CAD-REGISTRA-RUN(PASO-SUB) EQUAL 'S'
             MOVE "NO" TO RUN-HALLADO-SW
             MOVE "NO" TO EOF-RUN-SW
             OPEN INPUT RUN-CONTROL
             PERFORM 1420-LEER-RUN-CONTROL
             PERFORM 1440-EXAMINAR-EJECUCION UNTIL EOF-RUN-CONTROL
             CLOSE RUN-CONTROL
             IF NOT RUN-HALLADO
                 MOVE 'E' TO SEVERIDAD-RUN-PASO
             END-IF
             MOVE SEVERIDAD-RUN-PASO TO SEVERIDAD-A-MEDIR
             PERFORM 1480-MEDIR-SEVERIDAD
             MOVE RANGO-SEVERIDAD TO RANGO-MAXIMO
             MOVE SEVERIDAD-PASO TO SEVERIDAD-A-MEDIR
             PERFORM 1480-MEDIR-SEVERIDAD
             IF RANGO-MAXIMO > RANGO-SEVERIDAD
                 MOVE SEVERIDAD-RUN-PASO TO SEVERIDAD-PASO
             END-IF
         END-IF.
         MOVE SEVERIDAD-PASO TO BIT-SEVERIDAD.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1420-LEER-RUN-CONTROL.
         READ RUN-CONTROL AT END MOVE "SI" TO EOF-RUN-SW.
         IF RUN-ESTADO NOT EQUAL '00' AND NOT EOF-RUN-CONTROL
             MOVE "SI" TO EOF-RUN-SW
         END-IF.

      *-----------------------------------------------------------*
      * De las corridas del programa iniciadas desde el arranque
      * del paso gana la ultima, como en CONTROLOP.
      *-----------------------------------------------------------*
        1440-EXAMINAR-EJECUCION.
         IF RUN-PROGRAMA EQUAL TAB-CAD-PASO(PASO-SUB) AND
            (RUN-FECHA-INICIO > FECHA-INICIO-PASO OR
             (RUN-FECHA-INICIO EQUAL FECHA-INICIO-PASO AND
              RUN-HORA-INICIO NOT < HORA-INICIO-PASO))
             MOVE "SI" TO RUN-HALLADO-SW
             MOVE RUN-SEVERIDAD TO SEVERIDAD-RUN-PASO
         END-IF.
         PERFORM 1420-LEER-RUN-CONTROL.

      *-----------------------------------------------------------*
      * I < W < E; cualquier otro valor se toma como E.
      *-----------------------------------------------------------*
        1480-MEDIR-SEVERIDAD.
         EVALUATE SEVERIDAD-A-MEDIR
             WHEN 'I'
                 MOVE 1 TO RANGO-SEVERIDAD
             WHEN 'W'
                 MOVE 2 TO RANGO-SEVERIDAD
             WHEN OTHER
                 MOVE 3 TO RANGO-SEVERIDAD
         END-EVALUATE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1500-EVALUAR-UMBRAL.
         MOVE SEVERIDAD-PASO TO SEVERIDAD-A-MEDIR.
         PERFORM 1480-MEDIR-SEVERIDAD.
         MOVE RANGO-SEVERIDAD TO RANGO-PASO.
         MOVE TAB-CAD-SEVERIDAD-MAXIMA(PASO-SUB) TO SEVERIDAD-A-MEDIR.
         PERFORM 1480-MEDIR-SEVERIDAD.
         IF RANGO-PASO > RANGO-SEVERIDAD
             MOVE 'D' TO TAB-CAD-RESULTADO(PASO-SUB)
             MOVE 'E' TO SEVERIDAD-CORRIDA
             MOVE "SI" TO CADENA-DETENIDA-SW
             MOVE TAB-CAD-PASO(PASO-SUB) TO PASO-DETENIDO
             MOVE SPACES TO MOTIVO-DETENCION
             STRING 'SEVERIDAD ' SEVERIDAD-PASO
                    ' SUPERA LA MAXIMA '
                    TAB-CAD-SEVERIDAD-MAXIMA(PASO-SUB) ' DEL PASO'
                 DELIMITED BY SIZE INTO MOTIVO-DETENCION
             MOVE 'DETENIDO: SUPERA SU SEVERIDAD MAXIMA'
                 TO BIT-RESULTADO
         ELSE
             MOVE 'T' TO TAB-CAD-RESULTADO(PASO-SUB)
             ADD 1 TO TOTAL-PASOS-TERMINADOS
             MOVE 'TERMINADO' TO BIT-RESULTADO
             IF RANGO-PASO EQUAL 2 AND SEVERIDAD-CORRIDA EQUAL 'I'
                 MOVE 'W' TO SEVERIDAD-CORRIDA
             END-IF
             IF RANGO-PASO EQUAL 3
                 MOVE 'E' TO SEVERIDAD-CORRIDA
             END-IF
         END-IF.
         WRITE LINEA-BITACORA FROM DATOS-PASO.

      *-----------------------------------------------------------*
      * Lo que queda despues de la detencion.
      *-----------------------------------------------------------*
        1800-LISTAR-NO-EJECUTADO.
         MOVE TAB-CAD-PASO(PASO-SUB) TO BIT-PASO.
         MOVE TAB-CAD-PREDECESOR(PASO-SUB) TO BIT-PREDECESOR.
         MOVE TAB-CAD-CONDICION(PASO-SUB) TO BIT-CONDICION.
         MOVE TAB-CAD-SEVERIDAD-MAXIMA(PASO-SUB) TO BIT-MAXIMA.
         MOVE 0 TO BIT-HORA-INI BIT-HORA-FIN BIT-CODIGO.
         MOVE SPACES TO BIT-SEVERIDAD.
         MOVE 'NO EJECUTADO' TO BIT-RESULTADO.
         WRITE LINEA-BITACORA FROM DATOS-PASO.
         ADD 1 TO PASO-SUB.

      *-----------------------------------------------------------*
      * Punto de reinicio, totales, registro de la corrida en
      * RunControl.dat y codigo de retorno: 8 si la cadena quedo
      * detenida, 4 si termino con algun paso en W, 0 limpia.
      *-----------------------------------------------------------*
        2000-FIN.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            OPEN OUTPUT REINICIO-CADENA.
            MOVE FECHA-INICIO-CORRIDA TO REI-FECHA.
            MOVE HORA-INICIO-CORRIDA TO REI-HORA.
            MOVE FIN-DE-MES TO REI-FIN-DE-MES.
            IF CADENA-DETENIDA
                MOVE 'D' TO REI-ESTADO
                MOVE PASO-DETENIDO TO REI-PASO
                MOVE SEVERIDAD-PASO TO REI-SEVERIDAD
                MOVE MOTIVO-DETENCION TO REI-MOTIVO
            ELSE
                MOVE 'T' TO REI-ESTADO
                MOVE SPACES TO REI-PASO
                MOVE SEVERIDAD-CORRIDA TO REI-SEVERIDAD
                MOVE SPACES TO REI-MOTIVO
            END-IF.
            WRITE REG-REINICIO.
            CLOSE REINICIO-CADENA.
            WRITE LINEA-BITACORA FROM LINEA-EN-BLANCO.
            IF CADENA-DETENIDA
                MOVE 'CADENA DETENIDA EN EL PASO:   ' TO LFC-TEXTO
                MOVE PASO-DETENIDO TO LFC-PASO
                MOVE MOTIVO-DETENCION TO LFC-MOTIVO
            ELSE
                MOVE 'CADENA COMPLETA' TO LFC-TEXTO
                MOVE SPACES TO LFC-PASO LFC-MOTIVO
            END-IF.
            WRITE LINEA-BITACORA FROM LINEA-FIN-CADENA.
            IF CADENA-DETENIDA
                MOVE 'LA PROXIMA CORRIDA REANUDA DESDE ESE PASO'
                    TO LINEA-BITACORA
                WRITE LINEA-BITACORA
            END-IF.
            WRITE LINEA-BITACORA FROM LINEA-EN-BLANCO.
            MOVE 'PASOS DEFINIDOS:' TO LTC-ETIQUETA.
            MOVE CANT-PASOS TO LTC-CANTIDAD.
            WRITE LINEA-BITACORA FROM LINEA-TOTAL-CADENA.
            MOVE 'PASOS CORRIDOS:' TO LTC-ETIQUETA.
            MOVE TOTAL-PASOS-CORRIDOS TO LTC-CANTIDAD.
            WRITE LINEA-BITACORA FROM LINEA-TOTAL-CADENA.
            MOVE 'PASOS TERMINADOS:' TO LTC-ETIQUETA.
            MOVE TOTAL-PASOS-TERMINADOS TO LTC-CANTIDAD.
            WRITE LINEA-BITACORA FROM LINEA-TOTAL-CADENA.
            MOVE 'PASOS OMITIDOS POR SU CONDICION:' TO LTC-ETIQUETA.
            MOVE TOTAL-PASOS-OMITIDOS TO LTC-CANTIDAD.
            WRITE LINEA-BITACORA FROM LINEA-TOTAL-CADENA.
            MOVE 'PASOS YA TERMINADOS (REINICIO):' TO LTC-ETIQUETA.
            MOVE TOTAL-PASOS-REINICIO TO LTC-CANTIDAD.
            WRITE LINEA-BITACORA FROM LINEA-TOTAL-CADENA.
            CLOSE BITACORA-CADENA.
            PERFORM 2990-GRABAR-RUN-CONTROL.

      *-----------------------------------------------------------*
      * LEIDOS pasos definidos, SELECCIONADOS pasos corridos,
      * ESCRITOS pasos terminados dentro de su umbral.
      *-----------------------------------------------------------*
        2990-GRABAR-RUN-CONTROL.
         OPEN EXTEND RUN-CONTROL.
         MOVE 'CADENA  ' TO RUN-PROGRAMA.
         MOVE FECHA-INICIO-CORRIDA TO RUN-FECHA-INICIO.
         MOVE HORA-INICIO-CORRIDA TO RUN-HORA-INICIO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO RUN-FECHA-FIN.
         MOVE WS-CURRENT-TIME(1:6) TO RUN-HORA-FIN.
         IF CADENA-DETENIDA
             MOVE 'DETENIDA EN' TO PAR-CORRIDA-TEXTO
             MOVE PASO-DETENIDO TO PAR-CORRIDA-PASO
         ELSE
             MOVE 'COMPLETA' TO PAR-CORRIDA-TEXTO
             MOVE SPACES TO PAR-CORRIDA-PASO
         END-IF.
         MOVE FIN-DE-MES TO PAR-CORRIDA-FIN-DE-MES.
         MOVE PARAMETROS-CORRIDA TO RUN-PARAMETROS.
         MOVE CANT-PASOS TO RUN-LEIDOS.
         MOVE TOTAL-PASOS-CORRIDOS TO RUN-SELECCIONADOS.
         MOVE TOTAL-PASOS-TERMINADOS TO RUN-ESCRITOS.
         MOVE SEVERIDAD-CORRIDA TO RUN-SEVERIDAD.
         WRITE REG-RUN-CONTROL.
         CLOSE RUN-CONTROL.
         IF CADENA-DETENIDA
             MOVE 8 TO RETURN-CODE
         ELSE
             IF SEVERIDAD-CORRIDA EQUAL 'W'
                 MOVE 4 TO RETURN-CODE
             ELSE
                 MOVE 0 TO RETURN-CODE
             END-IF
         END-IF.
