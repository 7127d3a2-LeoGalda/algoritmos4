                                  RECORD KEY IS TAF-CLAVE
                                  FILE STATUS IS TAF-ESTADO.

      * Lo mismo con los contratos por sucursal: ContratosFact.dat
      * es el precio pactado con el que quedo facturado el periodo.
            SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS CON-CLAVE
                                  FILE STATUS IS CON-ESTADO.

            SELECT CONTRATOS-FACT ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS COF-CLAVE
                                  FILE STATUS IS COF-ESTADO.

      * Bitacora de corridas: el cierre exige una corrida de
      * AUDITA posterior a la ultima facturacion y sin errores.
            SELECT OPTIONAL RUN-CONTROL ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RUN-ESTADO.

            SELECT ACTA-CIERRE ASSIGN TO PRINTER "ActaCierre.dat".

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

      * Registro del historico: el periodo cerrado adelante y atras
      * los mismos campos de la clave de TimesI (numero, fecha,
               03 TAF-VIG-DES PIC 9(8).
            02 TAF-TARIFA PIC 9(5)V99.

       FD CONTRATOS LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "ContratosI.dat".
       01 REG-CONTRATOS.
            02 CON-CLAVE.
               03 CON-CUIT PIC 9(11).
               03 CON-TIP-CLASE PIC X(4).
               03 CON-VIG-DES PIC 9(8).
            02 CON-TARIFA PIC 9(5)V99.
            02 CON-TRAMOS PIC X(30).

       FD CONTRATOS-FACT LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "ContratosFact.dat".
       01 REG-CONTRATOS-FACT.
            02 COF-CLAVE.
               03 COF-CUIT PIC 9(11).
               03 COF-TIP-CLASE PIC X(4).
               03 COF-VIG-DES PIC 9(8).
            02 COF-TARIFA PIC 9(5)V99.
            02 COF-TRAMOS PIC X(30).

        SD ARCHIVO-CIERRE-ORDENADO DATA RECORD IS REG-ORDENADO.
        01 REG-ORDENADO.
            03 ORD-NUMERO             PIC X(5).
        FD ACTA-CIERRE LABEL RECORD OMITTED.
        01 LINEA-ACTA PIC X(80).

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

        WORKING-STORAGE SECTION.
        77 PERIODO-ESTADO PIC XX.
        77 TIMES-ESTADO PIC XX.
        77 EOF-TAR-SW PIC XX VALUE "NO".
            88 EOF-TARIFAS VALUE "SI".
        77 TOTAL-TARIFAS-ARCHIVADAS PIC 9(5) VALUE 0.
        77 CON-ESTADO PIC XX.
            88 OK-CON VALUE '00'.
        77 COF-ESTADO PIC XX.
        77 EOF-CON-SW PIC XX VALUE "NO".
            88 EOF-CONTRATOS VALUE "SI".
        77 TOTAL-CONTRATOS-ARCHIVADOS PIC 9(5) VALUE 0.
        77 RUN-ESTADO PIC XX.
        77 EOF-RUN-SW PIC XX VALUE "NO".
            88 EOF-RUN-CONTROL VALUE "SI".
      * 'N' sin auditoria, 'V' auditoria vencida por una
      * facturacion o una restauracion posterior, 'S' auditoria
      * vigente.
        77 AUDITORIA-VIGENTE PIC X VALUE 'N'.
        77 AUDITORIA-SEVERIDAD PIC X VALUE SPACES.
        77 FECHA-INICIO-CORRIDA PIC 9(8) VALUE 0.
        77 HORA-INICIO-CORRIDA PIC 9(6) VALUE 0.
        77 SEVERIDAD-CORRIDA PIC X VALUE 'I'.
        01 PARAMETROS-CORRIDA.
            03 FILLER PIC X(8) VALUE 'PERIODO='.
            03 PAR-CORRIDA-PERIODO PIC 9(6).
            03 FILLER PIC X(26) VALUE SPACES.
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

        77 SUBINDICE PIC 9(3) VALUE 1.
        77 PERIODO-A-CERRAR PIC 9(6) VALUE 0.
      * secuencia del historico se asigne sobre grupos
      * profesor/fecha/CUIT contiguos, igual que en la carga de
      * TimesI.
      * No arranca sin una auditoria de integridad (AUDITA)
      * posterior a la ultima facturacion y sin errores.

        SORT ARCHIVO-CIERRE-ORDENADO
             ON ASCENDING KEY ORD-NUMERO
             ON ASCENDING KEY ORD-CUIT
             INPUT PROCEDURE IS CARGA-CIERRE
             OUTPUT PROCEDURE IS GRABACION-CIERRE.
        PERFORM 2990-GRABAR-RUN-CONTROL.
        STOP RUN.

      *****************************************************
      *****************************************************
      *****************************************************
        0100-INICIO-CIERRE.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-INICIO-CORRIDA.
            MOVE WS-CURRENT-TIME(1:6) TO HORA-INICIO-CORRIDA.
            OPEN INPUT PERIODO-CIERRE.
            READ PERIODO-CIERRE
                AT END MOVE 0 TO CIE-PERIODO.
                DISPLAY 'PERIODOCIERRE.DAT SIN PERIODO A CERRAR'
                STOP RUN
            END-IF.
            PERFORM 0150-VERIFICAR-AUDITORIA.
            OPEN INPUT SUCURSALES.
            PERFORM 0110-LEER-SUCURSAL.
            PERFORM 0120-CARGAR-SUCURSAL UNTIL EOF-SUCURSALES.
         ADD 1 TO SUBINDICE.
         PERFORM 0110-LEER-SUCURSAL.

      *-----------------------------------------------------------*
      * Antes de tocar nada: la ultima corrida de AUDITA en
      * RunControl.dat tiene que ser posterior a la ultima de TP2
      * (lo facturado despues no esta auditado) y a la ultima
      * restauracion de una generacion (RESTAURA), y no haber
      * dado errores. Si no, el cierre no arranca y devuelve 8.
      *-----------------------------------------------------------*
        0150-VERIFICAR-AUDITORIA.
            OPEN INPUT RUN-CONTROL.
            PERFORM 0160-LEER-RUN-CONTROL.
            PERFORM 0170-EXAMINAR-EJECUCION UNTIL EOF-RUN-CONTROL.
            CLOSE RUN-CONTROL.
            IF AUDITORIA-VIGENTE EQUAL 'N'
                DISPLAY 'NO HAY CORRIDA DE AUDITA EN RUNCONTROL.DAT:'
                DISPLAY 'CORRER LA AUDITORIA ANTES DEL CIERRE'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF AUDITORIA-VIGENTE EQUAL 'V'
                DISPLAY 'HUBO FACTURACION (TP2) O UNA RESTAURACION'
                DISPLAY 'DESPUES DE LA ULTIMA AUDITORIA: VOLVER A'
                DISPLAY 'CORRER AUDITA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF AUDITORIA-SEVERIDAD EQUAL 'E'
                DISPLAY 'LA ULTIMA AUDITORIA DIO ERRORES (VER'
                DISPLAY 'AUDITORIAINTEGRIDAD.DAT): NO SE CIERRA'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0160-LEER-RUN-CONTROL.
         READ RUN-CONTROL AT END MOVE "SI" TO EOF-RUN-SW.
         IF RUN-ESTADO NOT EQUAL '00' AND NOT EOF-RUN-CONTROL
             MOVE "SI" TO EOF-RUN-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0170-EXAMINAR-EJECUCION.
         IF RUN-PROGRAMA EQUAL 'AUDITA  '
             MOVE 'S' TO AUDITORIA-VIGENTE
             MOVE RUN-SEVERIDAD TO AUDITORIA-SEVERIDAD
         END-IF.
         IF (RUN-PROGRAMA EQUAL 'TP2     ' OR
             RUN-PROGRAMA EQUAL 'RESTAURA') AND
            AUDITORIA-VIGENTE EQUAL 'S'
             MOVE 'V' TO AUDITORIA-VIGENTE
         END-IF.
         PERFORM 0160-LEER-RUN-CONTROL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-TIMES.
      * al historico, cada registro bajo su periodo.
      *-----------------------------------------------------------*
        1000-INICIO-GRABACION.
            PERFORM 1050-RESPALDAR-TIMES.
            OPEN EXTEND HIST-TIMES.
            OPEN OUTPUT MAE-TIMES.

      *-----------------------------------------------------------*
      * Times.dat tal como llego al cierre se guarda como
      * generacion antes de vaciarlo.
      *-----------------------------------------------------------*
        1050-RESPALDAR-TIMES.
            OPEN INPUT MAE-TIMES.
            IF TIMES-ESTADO EQUAL '00'
                MOVE 'Times.dat' TO ARCHIVO-RESPALDO
                PERFORM 8000-PREPARAR-GENERACION
                IF CANT-GENERACIONES > 0
                    MOVE "NO" TO EOF-TIMES-SW
                    PERFORM 0300-LEER-TIMES
                    PERFORM 1060-COPIAR-TIMES UNTIL EOF-TIMES
                    PERFORM 8090-CATALOGAR-GENERACION
                END-IF
                CLOSE MAE-TIMES
            END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1060-COPIAR-TIMES.
         WRITE REG-GENERACION FROM REG-MAE-TIMES.
         ADD 1 TO REGISTROS-GENERACION.
         PERFORM 0300-LEER-TIMES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1100-LEER-ORDENADO.
            CLOSE HIST-TIMES.
            CLOSE MAE-TIMES.
            PERFORM 1950-ARCHIVAR-TARIFARIO.
            PERFORM 1980-ARCHIVAR-CONTRATOS.
            OPEN OUTPUT CHECKPOINT-TP.
            CLOSE CHECKPOINT-TP.
            OPEN OUTPUT ACTA-CIERRE.
            MOVE TOTAL-TARIFAS-ARCHIVADAS TO ACTA-CANTIDAD.
            MOVE 0 TO ACTA-HORAS.
            WRITE LINEA-ACTA FROM LINEA-TOTAL-ACTA.
            MOVE 'VIGENCIAS DE CONTRATO ARCHIVADAS:  '
                TO ACTA-ETIQUETA.
            MOVE TOTAL-CONTRATOS-ARCHIVADOS TO ACTA-CANTIDAD.
            MOVE 0 TO ACTA-HORAS.
            WRITE LINEA-ACTA FROM LINEA-TOTAL-ACTA.
            CLOSE ACTA-CIERRE.

      *-----------------------------------------------------------*
         WRITE REG-TARIFAS-FACT.
         ADD 1 TO TOTAL-TARIFAS-ARCHIVADAS.
         PERFORM 1960-LEER-TARIFA.

      *-----------------------------------------------------------*
      * Copia de ContratosI.dat a ContratosFact.dat con el mismo
      * criterio que el tarifario: se regraba entera en cada
      * cierre. Sin contratos queda vacia y REFACTURA valoriza lo
      * facturado a precio de lista, que es lo que se cobro.
      *-----------------------------------------------------------*
        1980-ARCHIVAR-CONTRATOS.
            OPEN INPUT CONTRATOS.
            OPEN OUTPUT CONTRATOS-FACT.
            PERFORM 1985-LEER-CONTRATO.
            PERFORM 1990-COPIAR-CONTRATO UNTIL EOF-CONTRATOS.
            CLOSE CONTRATOS.
            CLOSE CONTRATOS-FACT.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1985-LEER-CONTRATO.
         READ CONTRATOS RECORD.
         IF NOT OK-CON
             MOVE "SI" TO EOF-CON-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1990-COPIAR-CONTRATO.
         MOVE REG-CONTRATOS TO REG-CONTRATOS-FACT.
         WRITE REG-CONTRATOS-FACT.
         ADD 1 TO TOTAL-CONTRATOS-ARCHIVADOS.
         PERFORM 1985-LEER-CONTRATO.

      *-----------------------------------------------------------*
      * Registro de corrida con el criterio de TP y CARGATIMES:
      * 'W'/4 si quedaron registros archivados sin CUIT.
      *-----------------------------------------------------------*
        2990-GRABAR-RUN-CONTROL.
         IF TOTAL-SIN-CUIT > 0
             MOVE 'W' TO SEVERIDAD-CORRIDA
         END-IF.
         OPEN EXTEND RUN-CONTROL.
         MOVE 'CIERRE  ' TO RUN-PROGRAMA.
         MOVE FECHA-INICIO-CORRIDA TO RUN-FECHA-INICIO.
         MOVE HORA-INICIO-CORRIDA TO RUN-HORA-INICIO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO RUN-FECHA-FIN.
         MOVE WS-CURRENT-TIME(1:6) TO RUN-HORA-FIN.
         MOVE PERIODO-A-CERRAR TO PAR-CORRIDA-PERIODO.
         MOVE PARAMETROS-CORRIDA TO RUN-PARAMETROS.
         MOVE TOTAL-LEIDOS TO RUN-LEIDOS.
         MOVE TOTAL-ARCHIVADOS TO RUN-SELECCIONADOS.
         COMPUTE RUN-ESCRITOS =
             TOTAL-ARCHIVADOS + TOTAL-OTROS-PERIODOS.
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
         MOVE 'CIERRE  ' TO CAT-PROGRAMA.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO CAT-FECHA.
         MOVE WS-CURRENT-TIME(1:6) TO CAT-HORA.
         MOVE REGISTROS-GENERACION TO CAT-REGISTROS.
         MOVE FECHA-INICIO-CORRIDA TO CAT-RUN-FECHA.
         MOVE HORA-INICIO-CORRIDA TO CAT-RUN-HORA.
         WRITE REG-CATALOGO.
         CLOSE CATALOGO-GENERACIONES.
