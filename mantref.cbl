                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HRF-ESTADO.

      * Bitacora de corridas compartida con la cadena nocturna.
            SELECT OPTIONAL RUN-CONTROL ASSIGN TO DISK
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

                05 MOV-SUC-DIRE        PIC X(20).
                05 MOV-SUC-TEL         PIC X(20).
                05 MOV-SUC-CUIT        PIC X(11).
      * Condicion de IVA (I/M/E/F) y alicuota con dos decimales
      * implicitos (2100 = 21,00), con su vista numerica como la
      * tarifa del tipo de clase.
                05 MOV-SUC-COND-IVA    PIC X.
                05 MOV-SUC-ALICUOTA    PIC X(4).
                05 MOV-SUC-ALICUOTA-N REDEFINES MOV-SUC-ALICUOTA
                                       PIC 9(2)V99.
                05 FILLER              PIC X(16).
            03 MOV-DATOS-TIP REDEFINES MOV-DATOS.
                05 MOV-TIP-CLASE       PIC X(4).
                05 MOV-TIP-DESC        PIC X(20).
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
            03 SUI-DIRE           PIC X(20).
            03 SUI-TEL            PIC X(20).
            03 SUI-CUIT           PIC 9(11).
            03 SUI-COND-IVA       PIC X.
            03 SUI-ALICUOTA-IVA   PIC 9(2)V99.

        FD AUDITORIA LABEL RECORD OMITTED.
        01 LINEA-AUDITORIA PIC X(120).
            03 HRF-HORA               PIC 9(6).
            03 HRF-NRO-MOV            PIC 9(5).

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
        77 MOV-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
        77 TOTAL-RECHAZADOS PIC 9(5) VALUE 0.
        77 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.

        77 RUN-ESTADO PIC XX.
        77 SEVERIDAD-CORRIDA PIC X VALUE 'I'.
        01 PARAMETROS-CORRIDA.
            03 FILLER PIC X(12) VALUE 'MOVIMIENTOS='.
            03 PAR-CORRIDA-MOVIMIENTOS PIC 9(5).
            03 FILLER PIC X(23) VALUE SPACES.
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

        01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR     PIC X(04).
               03 TAB-SUC-DIRE PIC X(20).
               03 TAB-SUC-TEL PIC X(20).
               03 TAB-SUC-CUIT PIC 9(11).
               03 TAB-SUC-COND-IVA PIC X.
               03 TAB-SUC-ALICUOTA PIC 9(2)V99.
       01 TABLA-TIPOS-CLASE.
           02 TAB-TIPOS-CLASE OCCURS 50 TIMES INDEXED BY TIP-INDICE.
               03 TAB-TIP-ESTADO PIC X.
           03 IMG-SUC-DIRE PIC X(20).
           03 IMG-SUC-TEL PIC X(20).
           03 IMG-SUC-CUIT PIC 9(11).
           03 IMG-SUC-COND-IVA PIC X.
           03 IMG-SUC-ALICUOTA PIC 9(2)V99.
       01 IMAGEN-TIPO-CLASE.
           03 IMG-TIP-CLASE PIC X(4).
           03 IMG-TIP-DESC PIC X(20).
            PERFORM 0200-LEER-MOVIMIENTO.
            PERFORM 0300-PROCESAR-MOVIMIENTO UNTIL EOF-MOVIMIENTOS.
            PERFORM 0900-FIN.
            PERFORM 2990-GRABAR-RUN-CONTROL.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0130-LEER-SUCURSAL.
         MOVE SPACES TO SUC-COND-IVA.
         MOVE ZEROS TO SUC-ALICUOTA-IVA.
         READ SUCURSALES AT END MOVE "SI" TO EOF-SUC.

      *-----------------------------------------------------------*
         MOVE SUC-DIRE TO TAB-SUC-DIRE(SUC-SUBINDICE).
         MOVE SUC-TEL TO TAB-SUC-TEL(SUC-SUBINDICE).
         MOVE SUC-CUIT TO TAB-SUC-CUIT(SUC-SUBINDICE).
      * Una sucursal grabada antes de existir la condicion de IVA
      * queda como inscripta al 21 por ciento; al regrabar el
      * maestro ya sale completa.
         IF SUC-COND-IVA EQUAL SPACE
             MOVE 'I' TO TAB-SUC-COND-IVA(SUC-SUBINDICE)
             MOVE 21 TO TAB-SUC-ALICUOTA(SUC-SUBINDICE)
         ELSE
             MOVE SUC-COND-IVA TO TAB-SUC-COND-IVA(SUC-SUBINDICE)
             MOVE SUC-ALICUOTA-IVA TO TAB-SUC-ALICUOTA(SUC-SUBINDICE)
         END-IF.
         ADD 1 TO SUC-SUBINDICE.
         PERFORM 0130-LEER-SUCURSAL.

                 PERFORM 0400-RECHAZAR-MOVIMIENTO
         END-EVALUATE.

      *-----------------------------------------------------------*
      * Datos del alta y de la modificacion: el CUIT numerico, la
      * condicion de IVA dentro de las cuatro que se facturan y la
      * alicuota numerica y no nula. Deja el primer motivo que
      * encuentra, o MOTIVO-RECHAZO en blanco si todo esta bien.
      *-----------------------------------------------------------*
        2050-VALIDAR-DATOS-SUCURSAL.
         MOVE SPACES TO MOTIVO-RECHAZO.
         IF MOV-SUC-CUIT NOT NUMERIC
             MOVE 'CUIT NO NUMERICO' TO MOTIVO-RECHAZO
         ELSE
             IF MOV-SUC-COND-IVA NOT EQUAL 'I' AND
                MOV-SUC-COND-IVA NOT EQUAL 'M' AND
                MOV-SUC-COND-IVA NOT EQUAL 'E' AND
                MOV-SUC-COND-IVA NOT EQUAL 'F'
                 MOVE 'CONDICION DE IVA INVALIDA' TO MOTIVO-RECHAZO
             ELSE
                 IF MOV-SUC-ALICUOTA NOT NUMERIC
                     MOVE 'ALICUOTA NO NUMERICA' TO MOTIVO-RECHAZO
                 ELSE
                     IF MOV-SUC-ALICUOTA-N EQUAL 0
                         MOVE 'ALICUOTA EN CERO' TO MOTIVO-RECHAZO
                     END-IF
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2100-ALTA-SUCURSAL.
             MOVE 'CLAVE YA EXISTE' TO MOTIVO-RECHAZO
             PERFORM 0400-RECHAZAR-MOVIMIENTO
         ELSE
             PERFORM 2050-VALIDAR-DATOS-SUCURSAL
             IF MOTIVO-RECHAZO NOT EQUAL SPACES
                 PERFORM 0400-RECHAZAR-MOVIMIENTO
             ELSE
                 IF SUC-SUBINDICE > 100
             MOVE 'CLAVE INEXISTENTE' TO MOTIVO-RECHAZO
             PERFORM 0400-RECHAZAR-MOVIMIENTO
         ELSE
             PERFORM 2050-VALIDAR-DATOS-SUCURSAL
             IF MOTIVO-RECHAZO NOT EQUAL SPACES
                 PERFORM 0400-RECHAZAR-MOVIMIENTO
             ELSE
                 PERFORM 2500-IMAGEN-SUCURSAL
         MOVE MOV-SUC-DIRE TO TAB-SUC-DIRE(SUC-INDICE).
         MOVE MOV-SUC-TEL TO TAB-SUC-TEL(SUC-INDICE).
         MOVE MOV-SUC-CUIT TO TAB-SUC-CUIT(SUC-INDICE).
         MOVE MOV-SUC-COND-IVA TO TAB-SUC-COND-IVA(SUC-INDICE).
         MOVE MOV-SUC-ALICUOTA-N TO TAB-SUC-ALICUOTA(SUC-INDICE).

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
         MOVE TAB-SUC-DIRE(SUC-INDICE) TO IMG-SUC-DIRE.
         MOVE TAB-SUC-TEL(SUC-INDICE) TO IMG-SUC-TEL.
         MOVE TAB-SUC-CUIT(SUC-INDICE) TO IMG-SUC-CUIT.
         MOVE TAB-SUC-COND-IVA(SUC-INDICE) TO IMG-SUC-COND-IVA.
         MOVE TAB-SUC-ALICUOTA(SUC-INDICE) TO IMG-SUC-ALICUOTA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0900-FIN.
            CLOSE MOVIMIENTOS.
            CLOSE HISTORIAL.
            PERFORM 0940-RESPALDAR-MAESTROS.
            OPEN OUTPUT PROFESORES.
            PERFORM 0910-GRABAR-PROFESOR
                VARYING PROF-INDICE FROM 1 BY 1
             MOVE TAB-SUC-DIRE(SUC-INDICE) TO SUC-DIRE
             MOVE TAB-SUC-TEL(SUC-INDICE) TO SUC-TEL
             MOVE TAB-SUC-CUIT(SUC-INDICE) TO SUC-CUIT
             MOVE TAB-SUC-COND-IVA(SUC-INDICE) TO SUC-COND-IVA
             MOVE TAB-SUC-ALICUOTA(SUC-INDICE) TO SUC-ALICUOTA-IVA
             WRITE REG-SUCURSALES
         END-IF.

             MOVE TAB-SUC-DIRE(SUC-INDICE) TO SUI-DIRE
             MOVE TAB-SUC-TEL(SUC-INDICE) TO SUI-TEL
             MOVE TAB-SUC-CUIT(SUC-INDICE) TO SUI-CUIT
             MOVE TAB-SUC-COND-IVA(SUC-INDICE) TO SUI-COND-IVA
             MOVE TAB-SUC-ALICUOTA(SUC-INDICE) TO SUI-ALICUOTA-IVA
             WRITE REG-SUCURSALES-I
                 INVALID KEY CONTINUE
             END-WRITE
             MOVE TAB-TIP-TARIFA(TIP-INDICE) TO TIP-TARIFA
             WRITE REG-TIPOS_CLASE
         END-IF.

      *-----------------------------------------------------------*
      * Los maestros como estaban antes de esta corrida se guardan
      * como generacion antes de regrabarlos. ProfesoresI.dat y
      * SucursalesI.dat se regraban desde las mismas tablas que
      * los secuenciales, asi que la generacion del secuencial
      * alcanza para reconstruir los dos.
      *-----------------------------------------------------------*
        0940-RESPALDAR-MAESTROS.
            OPEN INPUT PROFESORES.
            IF PROF-ESTADO EQUAL '00'
                MOVE 'Profesores.dat' TO ARCHIVO-RESPALDO
                PERFORM 8000-PREPARAR-GENERACION
                IF CANT-GENERACIONES > 0
                    MOVE "NO" TO EOF-PROF
                    PERFORM 0110-LEER-PROFESOR
                    PERFORM 0942-COPIAR-PROFESOR UNTIL EOF-PROFESORES
                    PERFORM 8090-CATALOGAR-GENERACION
                END-IF
                CLOSE PROFESORES
            END-IF.
            OPEN INPUT SUCURSALES.
            IF SUCURSALES-ESTADO EQUAL '00'
                MOVE 'Sucursales.dat' TO ARCHIVO-RESPALDO
                PERFORM 8000-PREPARAR-GENERACION
                IF CANT-GENERACIONES > 0
                    MOVE "NO" TO EOF-SUC
                    PERFORM 0130-LEER-SUCURSAL
                    PERFORM 0944-COPIAR-SUCURSAL UNTIL EOF-SUCURSALES
                    PERFORM 8090-CATALOGAR-GENERACION
                END-IF
                CLOSE SUCURSALES
            END-IF.
            OPEN INPUT TIPOS_CLASE.
            IF TIPOS_CLASE-ESTADO EQUAL '00'
                MOVE 'TiposClase.dat' TO ARCHIVO-RESPALDO
                PERFORM 8000-PREPARAR-GENERACION
                IF CANT-GENERACIONES > 0
                    MOVE "NO" TO EOF-CLASES
                    PERFORM 0150-LEER-TIPO-CLASE
                    PERFORM 0946-COPIAR-TIPO-CLASE
                        UNTIL EOF-TIPOS_CLASE
                    PERFORM 8090-CATALOGAR-GENERACION
                END-IF
                CLOSE TIPOS_CLASE
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0942-COPIAR-PROFESOR.
         WRITE REG-GENERACION FROM REG-PROFESORES.
         ADD 1 TO REGISTROS-GENERACION.
         PERFORM 0110-LEER-PROFESOR.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0944-COPIAR-SUCURSAL.
         WRITE REG-GENERACION FROM REG-SUCURSALES.
         ADD 1 TO REGISTROS-GENERACION.
         PERFORM 0130-LEER-SUCURSAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0946-COPIAR-TIPO-CLASE.
         WRITE REG-GENERACION FROM REG-TIPOS_CLASE.
         ADD 1 TO REGISTROS-GENERACION.
         PERFORM 0150-LEER-TIPO-CLASE.

      *-----------------------------------------------------------*
      * Registro de corrida y codigo de retorno con el criterio de
      * TP y CARGATIMES: 'W'/4 con movimientos rechazados.
      *-----------------------------------------------------------*
        2990-GRABAR-RUN-CONTROL.
         IF TOTAL-RECHAZADOS > 0
             MOVE 'W' TO SEVERIDAD-CORRIDA
         END-IF.
         OPEN EXTEND RUN-CONTROL.
         MOVE 'MANTREF ' TO RUN-PROGRAMA.
         MOVE FECHA-CORRIDA TO RUN-FECHA-INICIO.
         MOVE HORA-CORRIDA TO RUN-HORA-INICIO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO RUN-FECHA-FIN.
         MOVE WS-CURRENT-TIME(1:6) TO RUN-HORA-FIN.
         MOVE NRO-MOVIMIENTO TO PAR-CORRIDA-MOVIMIENTOS.
         MOVE PARAMETROS-CORRIDA TO RUN-PARAMETROS.
         MOVE NRO-MOVIMIENTO TO RUN-LEIDOS.
         MOVE TOTAL-APLICADOS TO RUN-SELECCIONADOS.
         MOVE TOTAL-APLICADOS TO RUN-ESCRITOS.
         MOVE SEVERIDAD-CORRIDA TO RUN-SEVERIDAD.
         WRITE REG-RUN-CONTROL.
         CLOSE RUN-CONTROL.
         EVALUATE SEVERIDAD-CORRIDA
             WHEN 'W'
                 MOVE 4 TO RETURN-CODE
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
         MOVE 'MANTREF ' TO CAT-PROGRAMA.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO CAT-FECHA.
         MOVE WS-CURRENT-TIME(1:6) TO CAT-HORA.
         MOVE REGISTROS-GENERACION TO CAT-REGISTROS.
         MOVE FECHA-CORRIDA TO CAT-RUN-FECHA.
         MOVE HORA-CORRIDA TO CAT-RUN-HORA.
         WRITE REG-CATALOGO.
         CLOSE CATALOGO-GENERACIONES.
