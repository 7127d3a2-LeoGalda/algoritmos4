        IDENTIFICATION DIVISION.
        PROGRAM-ID. RESTAURA.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Pedido: archivo y numero de generacion a restaurar. Sin
      * pedido la corrida solo lista las generaciones disponibles.
            SELECT OPTIONAL PARAM-RESTAURA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PRE-ESTADO.

      * Catalogo que dejan CARGATIMES, MANTREF, COBRANZA y CIERRE
      * con cada generacion guardada; aca se le agrega cada
      * restauracion.
            SELECT OPTIONAL CATALOGO-GENERACIONES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAT-ESTADO.

            SELECT GENERACION ASSIGN TO GEN-FILENAME
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS GEN-ESTADO.

      * Los archivos que se pueden restaurar, en los layouts de
      * los programas que los regraban.
            SELECT MAE-TIMES      ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIMES-ESTADO.

      * La generacion de TimesI.dat sale de una lectura
      * secuencial del indexado, asi que ya viene en orden de
      * clave.
            SELECT TIMES-I        ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS TIM-CLAVE
                                  FILE STATUS IS TIMES-I-ESTADO.

            SELECT CTAS-PENDIENTES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PEN-ESTADO.

      * Recibos que COBRANZA aplico a las partidas: al volver
      * CtasPendientes.dat atras se anulan los que la generacion
      * restaurada todavia no tenia.
            SELECT OPTIONAL COBROS-APLICADOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAP-ESTADO.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PROF-ESTADO.

            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SUCURSALES-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

      * Los indexados de referencia se reconstruyen desde la misma
      * generacion que su secuencial, como los regraba MANTREF.
            SELECT PROFESORES-I   ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS PRI-NUMERO
                                  FILE STATUS IS PROF-I-ESTADO.

            SELECT SUCURSALES-I   ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS SUI-SUCURSAL
                                  FILE STATUS IS SUC-I-ESTADO.

      * Historial permanente de MANTREF: la restauracion de un
      * maestro de referencia queda asentada registro por
      * registro para que CONSREF siga reconstruyendo bien.
            SELECT OPTIONAL HISTORIAL ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HRF-ESTADO.

            SELECT OPTIONAL RUN-CONTROL ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RUN-ESTADO.

            SELECT LISTADO-RESTAURA ASSIGN TO PRINTER
                                  "RestauraListado.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD PARAM-RESTAURA LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ParamRestaura.dat".
        01 REG-PARAM-RESTAURA.
            03 PRE-ARCHIVO            PIC X(20).
            03 PRE-GENERACION         PIC 99.

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

        FD MAE-TIMES     LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "Times.dat".
        01 REG-MAE-TIMES.
            03 MAE-TIMES-NUMERO       PIC X(5).
            03 MAE-TIMES-FECHA        PIC 9(8).
            03 MAE-TIMES-SUCURSAL     PIC X(3).
            03 MAE-TIMES-TIPO-CLASE   PIC X(4).
            03 MAE-TIMES-HORAS        PIC 9(2)V99.

        FD TIMES-I    LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "TimesI.dat".
        01 REG-TIMES.
            02 TIM-CLAVE.
                03 TIM-NUMERO PIC X(5).
                03 TIM-FECHA PIC 9(8).
                03 TIM-CUIT PIC 9(11).
                03 TIM-SEC  PIC 9(4).
            02 TIM-TIP-CLASE PIC X(4).
            02 TIM-HORAS PIC 9(2)V99.

        FD CTAS-PENDIENTES LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "CtasPendientes.dat".
        01 REG-PENDIENTE.
            03 PEN-NUMERO             PIC 9(8).
            03 PEN-CUIT               PIC 9(11).
            03 PEN-PERIODO            PIC 9(6).
            03 PEN-FECHA              PIC 9(8).
            03 PEN-TOTAL              PIC 9(10)V99.
            03 PEN-COBRADO            PIC 9(10)V99.
            03 PEN-ACREDITADO         PIC 9(10)V99.
            03 PEN-LETRA              PIC X.
            03 PEN-TIPO               PIC X.
            03 PEN-FECHA-INTERES      PIC 9(8).

      * Layout de COBRANZA; la clave (corrida, movimiento y
      * partida) identifica cada aplicacion.
        FD COBROS-APLICADOS LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CobrosAplicados.dat".
        01 REG-COBRO-APLICADO.
            03 CAP-CLAVE.
                04 CAP-CORRIDA.
                    05 CAP-FECHA-CORRIDA  PIC 9(8).
                    05 CAP-HORA-CORRIDA   PIC 9(6).
                04 CAP-NRO-MOVIMIENTO     PIC 9(5).
                04 CAP-FACTURA            PIC 9(8).
                04 CAP-LETRA              PIC X.
            03 CAP-CUIT               PIC 9(11).
            03 CAP-PERIODO            PIC 9(6).
            03 CAP-FECHA              PIC 9(8).
            03 CAP-IMPORTE            PIC 9(10)V99.
            03 CAP-MEDIO              PIC X(10).
            03 CAP-TIPO               PIC X.
            03 CAP-FECHA-ANULACION    PIC 9(8).

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Profesores.dat".
        01 REG-PROFESORES.
            03 PROF-NUMERO            PIC X(5).
            03 PROF-DNI               PIC 9(8).
            03 PROF-NOMBRE            PIC X(25).
            03 PROF-DIRE              PIC X(20).
            03 PROF-TEL               PIC X(20).
            03 PROF-CBU               PIC X(22).

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "Sucursales.dat".
        01 REG-SUCURSALES.
            03 SUC-SUCURSAL       PIC X(3).
            03 SUC-RAZON          PIC X(25).
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.

        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "TiposClase.dat".
        01 REG-TIPOS_CLASE.
           03 TIP-TIP_CLASE       PIC X(4).
           03 TIP-DESC            PIC X(20).
           03 TIP-TARIFA          PIC 9(5)V99.

        FD PROFESORES-I   LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ProfesoresI.dat".
        01 REG-PROFESORES-I.
            03 PRI-NUMERO             PIC X(5).
            03 PRI-DNI                PIC 9(8).
            03 PRI-NOMBRE             PIC X(25).
            03 PRI-DIRE               PIC X(20).
            03 PRI-TEL                PIC X(20).
            03 PRI-CBU                PIC X(22).

        FD SUCURSALES-I   LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "SucursalesI.dat".
        01 REG-SUCURSALES-I.
            03 SUI-SUCURSAL       PIC X(3).
            03 SUI-RAZON          PIC X(25).
            03 SUI-DIRE           PIC X(20).
            03 SUI-TEL            PIC X(20).
            03 SUI-CUIT           PIC 9(11).
            03 SUI-COND-IVA       PIC X.
            03 SUI-ALICUOTA-IVA   PIC 9(2)V99.

        FD HISTORIAL LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "HistorialRef.dat".
        01 REG-HISTORIAL.
            03 HRF-ARCHIVO            PIC X.
            03 HRF-ACCION             PIC X.
            03 HRF-CLAVE              PIC X(5).
            03 HRF-IMAGEN             PIC X(100).
            03 HRF-FECHA              PIC 9(8).
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

        FD LISTADO-RESTAURA LABEL RECORD OMITTED.
        01 LINEA-RESTAURA PIC X(120).

        WORKING-STORAGE SECTION.
        77 PRE-ESTADO PIC XX.
        77 CAT-ESTADO PIC XX.
        77 GEN-ESTADO PIC XX.
        77 TIMES-ESTADO PIC XX.
        77 TIMES-I-ESTADO PIC XX.
        77 PEN-ESTADO PIC XX.
        77 CAP-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 PROF-I-ESTADO PIC XX.
        77 SUC-I-ESTADO PIC XX.
        77 HRF-ESTADO PIC XX.
        77 RUN-ESTADO PIC XX.
        77 EOF-CAT-SW PIC XX VALUE "NO".
            88 EOF-CATALOGO VALUE "SI".
        77 EOF-GEN-SW PIC XX VALUE "NO".
            88 EOF-GENERACION VALUE "SI".
        77 EOF-MAESTRO-SW PIC XX VALUE "NO".
            88 EOF-MAESTRO VALUE "SI".
        77 EOF-CAP-SW PIC XX VALUE "NO".
            88 EOF-COBROS VALUE "SI".
        77 RESTAURACION-PEDIDA-SW PIC XX VALUE "NO".
            88 RESTAURACION-PEDIDA VALUE "SI".
        77 GENERACION-HALLADA-SW PIC XX VALUE "NO".
            88 GENERACION-HALLADA VALUE "SI".

        77 GEN-FILENAME PIC X(20) VALUE SPACES.
        77 GEN-SUBINDICE PIC 9(3) VALUE 1.
        77 CLA-SUBINDICE PIC 9(3) VALUE 1.
        77 COB-SUBINDICE PIC 9(4) VALUE 1.
        77 FECHA-INICIO-CORRIDA PIC 9(8) VALUE 0.
        77 HORA-INICIO-CORRIDA PIC 9(6) VALUE 0.
        77 SEVERIDAD-CORRIDA PIC X VALUE 'I'.
        77 MOTIVO-RESULTADO PIC X(50) VALUE SPACES.
        77 REGISTROS-CATALOGO PIC 9(7) VALUE 0.
        77 ARCHIVO-HISTORIAL PIC X VALUE SPACES.
        77 CLAVE-RESTAURADA PIC X(5) VALUE SPACES.
        77 IMAGEN-RESTAURADA PIC X(100) VALUE SPACES.

        77 TOTAL-LEIDOS PIC 9(7) VALUE 0.
        77 TOTAL-GRABADOS PIC 9(7) VALUE 0.
        77 TOTAL-RECHAZADOS PIC 9(7) VALUE 0.
        77 TOTAL-BAJAS PIC 9(7) VALUE 0.
        77 TOTAL-COBROS-ANULADOS PIC 9(7) VALUE 0.

      * Inicio de la corrida que guardo la generacion pedida: lo
      * que se aplico desde ese momento no esta en ella.
        01 CORTE-COBROS.
            03 CORTE-FECHA PIC 9(8) VALUE 0.
            03 CORTE-HORA PIC 9(6) VALUE 0.

        01 PARAMETROS-CORRIDA.
            03 FILLER PIC X(8) VALUE 'ARCHIVO='.
            03 PAR-CORRIDA-ARCHIVO PIC X(20).
            03 FILLER PIC X(5) VALUE ' GEN='.
            03 PAR-CORRIDA-GENERACION PIC 99.
            03 FILLER PIC X(5) VALUE SPACES.

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

      * Generaciones disponibles: la ultima entrada 'G' del
      * catalogo para cada archivo y numero (las anteriores del
      * mismo numero ya fueron pisadas por la rotacion).
      * TAB-GEN-RESTAURADA queda en 'S' si despues se la restauro.
       01 TABLA-GENERACIONES.
           02 TAB-GENERACIONES OCCURS 300 TIMES INDEXED BY GEN-INDICE.
               03 TAB-GEN-ARCHIVO PIC X(20).
               03 TAB-GEN-NRO PIC 99.
               03 TAB-GEN-NOMBRE PIC X(20).
               03 TAB-GEN-PROGRAMA PIC X(8).
               03 TAB-GEN-FECHA PIC 9(8).
               03 TAB-GEN-HORA PIC 9(6).
               03 TAB-GEN-REGISTROS PIC 9(7).
               03 TAB-GEN-RUN-FECHA PIC 9(8).
               03 TAB-GEN-RUN-HORA PIC 9(6).
               03 TAB-GEN-RESTAURADA PIC X.

      * Claves del maestro de referencia antes de restaurar: las
      * que la generacion no trae quedan como bajas en el
      * historial.
       01 TABLA-CLAVES.
           02 TAB-CLAVES OCCURS 500 TIMES INDEXED BY CLA-INDICE.
               03 TAB-CLA-CLAVE PIC X(5).
               03 TAB-CLA-HALLADA PIC X.

      * Cobros aplicados desde el corte; TAB-COB-ANULADO queda en
      * 'S' si una restauracion anterior ya los anulo.
       01 TABLA-COBROS.
           02 TAB-COBROS OCCURS 5000 TIMES INDEXED BY COB-INDICE.
               03 TAB-COB-IMAGEN.
                   04 TAB-COB-CLAVE PIC X(28).
                   04 TAB-COB-RESTO PIC X(56).
               03 TAB-COB-ANULADO PIC X.

       01 ENCABEZADO-RESTAURA.
           03 FILLER PIC X(36)
               VALUE 'GENERACIONES DE RESPALDO - FECHA:  '.
           03 RES-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 RES-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 RES-ANIO PIC 9(4).
           03 FILLER PIC X(74) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(120) VALUE SPACES.
       01 ENCABEZADO-RESTAURA-COL.
           03 FILLER PIC X(21) VALUE 'ARCHIVO'.
           03 FILLER PIC X(4) VALUE 'GEN'.
           03 FILLER PIC X(21) VALUE 'NOMBRE'.
           03 FILLER PIC X(9) VALUE 'PROGRAMA'.
           03 FILLER PIC X(16) VALUE 'GUARDADA'.
           03 FILLER PIC X(10) VALUE 'REGISTROS'.
           03 FILLER PIC X(16) VALUE 'CORRIDA'.
           03 FILLER PIC X(23) VALUE 'RESTAURADA'.
       01 DATOS-GENERACION.
           03 RES-ARCHIVO PIC X(20).
           03 FILLER PIC X VALUE SPACES.
           03 RES-GENERACION PIC 99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RES-NOMBRE PIC X(20).
           03 FILLER PIC X VALUE SPACES.
           03 RES-PROGRAMA PIC X(8).
           03 FILLER PIC X VALUE SPACES.
           03 RES-FECHA PIC 9(8).
           03 FILLER PIC X VALUE SPACES.
           03 RES-HORA PIC 9(6).
           03 FILLER PIC X VALUE SPACES.
           03 RES-REGISTROS PIC ZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 RES-RUN-FECHA PIC 9(8).
           03 FILLER PIC X VALUE SPACES.
           03 RES-RUN-HORA PIC 9(6).
           03 FILLER PIC X VALUE SPACES.
           03 RES-RESTAURADA PIC X(10).
           03 FILLER PIC X(13) VALUE SPACES.
       01 LINEA-PEDIDO.
           03 FILLER PIC X(21) VALUE 'RESTAURACION PEDIDA: '.
           03 RES-PEDIDO-ARCHIVO PIC X(20).
           03 FILLER PIC X(12) VALUE ' GENERACION '.
           03 RES-PEDIDO-GENERACION PIC 99.
           03 FILLER PIC X(65) VALUE SPACES.
       01 LINEA-RESULTADO.
           03 FILLER PIC X(11) VALUE 'RESULTADO: '.
           03 RES-RESULTADO PIC X(50).
           03 FILLER PIC X(59) VALUE SPACES.
       01 LINEA-TOTAL-RESTAURA.
           03 RES-ETIQUETA PIC X(40).
           03 RES-CANTIDAD PIC ZZZZZZ9.
           03 FILLER PIC X(73) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Restauracion de generaciones de respaldo. Lista siempre las
      * generaciones del catalogo (CatalogoGeneraciones.dat) y, si
      * ParamRestaura.dat pide una, la vuelve a poner en lugar del
      * archivo vivo. La restauracion nunca pasa por una corrida
      * normal: queda en RunControl.dat como RESTAURA, en el
      * catalogo como entrada 'R' y, para los maestros de
      * referencia, en HistorialRef.dat como movimientos 'R'.
      * Al restaurar CtasPendientes.dat, los recibos que COBRANZA
      * aplico desde que se guardo la generacion quedan anulados
      * en CobrosAplicados.dat con un registro 'R' (ASIENTOS los
      * revierte si ya los habia exportado), asi la proxima
      * COBRANZA los vuelve a aplicar sin duplicarlos.
      * HistTimes.dat y los demas archivos que el programa original
      * hubiera actualizado en la misma corrida no se tocan.

        COMIENZO.
            PERFORM 0100-INICIO.
            PERFORM 0500-LISTAR-GENERACION
                VARYING GEN-INDICE FROM 1 BY 1
                UNTIL GEN-INDICE EQUAL GEN-SUBINDICE.
            WRITE LINEA-RESTAURA FROM LINEA-EN-BLANCO.
            IF RESTAURACION-PEDIDA
                PERFORM 1000-RESTAURAR
            ELSE
                MOVE 'SIN PEDIDO EN PARAMRESTAURA.DAT: SOLO LISTADO'
                    TO LINEA-RESTAURA
                WRITE LINEA-RESTAURA
            END-IF.
            PERFORM 2900-FIN.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-INICIO-CORRIDA.
            MOVE WS-CURRENT-TIME(1:6) TO HORA-INICIO-CORRIDA.
            MOVE SPACES TO PRE-ARCHIVO.
            OPEN INPUT PARAM-RESTAURA.
            READ PARAM-RESTAURA
                AT END MOVE SPACES TO PRE-ARCHIVO.
            CLOSE PARAM-RESTAURA.
            IF PRE-ARCHIVO NOT EQUAL SPACES
                MOVE "SI" TO RESTAURACION-PEDIDA-SW
                IF PRE-GENERACION NOT NUMERIC
                    MOVE 0 TO PRE-GENERACION
                END-IF
            END-IF.
            OPEN INPUT CATALOGO-GENERACIONES.
            PERFORM 0200-LEER-CATALOGO.
            PERFORM 0300-CARGAR-CATALOGO UNTIL EOF-CATALOGO.
            CLOSE CATALOGO-GENERACIONES.
            OPEN OUTPUT LISTADO-RESTAURA.
            MOVE WS-CURRENT-DAY TO RES-DIA.
            MOVE WS-CURRENT-MONTH TO RES-MES.
            MOVE WS-CURRENT-YEAR TO RES-ANIO.
            WRITE LINEA-RESTAURA FROM ENCABEZADO-RESTAURA.
            WRITE LINEA-RESTAURA FROM LINEA-EN-BLANCO.
            WRITE LINEA-RESTAURA FROM ENCABEZADO-RESTAURA-COL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-CATALOGO.
         READ CATALOGO-GENERACIONES AT END MOVE "SI" TO EOF-CAT-SW.
         IF CAT-ESTADO NOT EQUAL '00' AND NOT EOF-CATALOGO
             MOVE "SI" TO EOF-CAT-SW
         END-IF.

      *-----------------------------------------------------------*
      * Una 'G' ocupa (o vuelve a ocupar) la entrada de su archivo
      * y numero; una 'R' marca como restaurada la que este ahi.
      *-----------------------------------------------------------*
        0300-CARGAR-CATALOGO.
         SET GEN-INDICE TO 1.
         SEARCH TAB-GENERACIONES
             AT END PERFORM 0350-DESBORDE-GENERACIONES
             WHEN GEN-INDICE EQUAL GEN-SUBINDICE
                 IF CAT-TIPO EQUAL 'G'
                     PERFORM 0350-DESBORDE-GENERACIONES
                     ADD 1 TO GEN-SUBINDICE
                     PERFORM 0400-ANOTAR-GENERACION
                 END-IF
             WHEN TAB-GEN-ARCHIVO(GEN-INDICE) EQUAL CAT-ARCHIVO AND
                  TAB-GEN-NRO(GEN-INDICE) EQUAL CAT-GENERACION
                 IF CAT-TIPO EQUAL 'G'
                     PERFORM 0400-ANOTAR-GENERACION
                 ELSE
                     MOVE 'S' TO TAB-GEN-RESTAURADA(GEN-INDICE)
                 END-IF
         END-SEARCH.
         PERFORM 0200-LEER-CATALOGO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0350-DESBORDE-GENERACIONES.
         IF GEN-SUBINDICE > 300
             DISPLAY 'TABLA-GENERACIONES LLENA - DEMASIADAS '
             DISPLAY 'GENERACIONES EN EL CATALOGO, AUMENTAR EL OCCURS'
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-ANOTAR-GENERACION.
         MOVE CAT-ARCHIVO TO TAB-GEN-ARCHIVO(GEN-INDICE).
         MOVE CAT-GENERACION TO TAB-GEN-NRO(GEN-INDICE).
         MOVE CAT-NOMBRE TO TAB-GEN-NOMBRE(GEN-INDICE).
         MOVE CAT-PROGRAMA TO TAB-GEN-PROGRAMA(GEN-INDICE).
         MOVE CAT-FECHA TO TAB-GEN-FECHA(GEN-INDICE).
         MOVE CAT-HORA TO TAB-GEN-HORA(GEN-INDICE).
         MOVE CAT-REGISTROS TO TAB-GEN-REGISTROS(GEN-INDICE).
         MOVE CAT-RUN-FECHA TO TAB-GEN-RUN-FECHA(GEN-INDICE).
         MOVE CAT-RUN-HORA TO TAB-GEN-RUN-HORA(GEN-INDICE).
         MOVE 'N' TO TAB-GEN-RESTAURADA(GEN-INDICE).

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-LISTAR-GENERACION.
         MOVE TAB-GEN-ARCHIVO(GEN-INDICE) TO RES-ARCHIVO.
         MOVE TAB-GEN-NRO(GEN-INDICE) TO RES-GENERACION.
         MOVE TAB-GEN-NOMBRE(GEN-INDICE) TO RES-NOMBRE.
         MOVE TAB-GEN-PROGRAMA(GEN-INDICE) TO RES-PROGRAMA.
         MOVE TAB-GEN-FECHA(GEN-INDICE) TO RES-FECHA.
         MOVE TAB-GEN-HORA(GEN-INDICE) TO RES-HORA.
         MOVE TAB-GEN-REGISTROS(GEN-INDICE) TO RES-REGISTROS.
         MOVE TAB-GEN-RUN-FECHA(GEN-INDICE) TO RES-RUN-FECHA.
         MOVE TAB-GEN-RUN-HORA(GEN-INDICE) TO RES-RUN-HORA.
         IF TAB-GEN-RESTAURADA(GEN-INDICE) EQUAL 'S'
             MOVE 'RESTAURADA' TO RES-RESTAURADA
         ELSE
             MOVE SPACES TO RES-RESTAURADA
         END-IF.
         WRITE LINEA-RESTAURA FROM DATOS-GENERACION.

      *-----------------------------------------------------------*
      * Cada archivo vuelve con el layout del programa que lo
      * regraba. Un archivo sin restauracion prevista, una
      * generacion que no esta en el catalogo o que ya no se
      * puede abrir terminan en 'E' sin tocar nada.
      *-----------------------------------------------------------*
        1000-RESTAURAR.
         MOVE PRE-ARCHIVO TO RES-PEDIDO-ARCHIVO.
         MOVE PRE-GENERACION TO RES-PEDIDO-GENERACION.
         WRITE LINEA-RESTAURA FROM LINEA-PEDIDO.
         MOVE "NO" TO GENERACION-HALLADA-SW.
         SET GEN-INDICE TO 1.
         SEARCH TAB-GENERACIONES
             AT END CONTINUE
             WHEN GEN-INDICE EQUAL GEN-SUBINDICE
                 CONTINUE
             WHEN TAB-GEN-ARCHIVO(GEN-INDICE) EQUAL PRE-ARCHIVO AND
                  TAB-GEN-NRO(GEN-INDICE) EQUAL PRE-GENERACION
                 MOVE "SI" TO GENERACION-HALLADA-SW
                 MOVE TAB-GEN-NOMBRE(GEN-INDICE) TO GEN-FILENAME
                 MOVE TAB-GEN-REGISTROS(GEN-INDICE)
                     TO REGISTROS-CATALOGO
                 MOVE TAB-GEN-RUN-FECHA(GEN-INDICE) TO CORTE-FECHA
                 MOVE TAB-GEN-RUN-HORA(GEN-INDICE) TO CORTE-HORA
         END-SEARCH.
         IF NOT GENERACION-HALLADA
             MOVE 'E' TO SEVERIDAD-CORRIDA
             MOVE 'LA GENERACION NO ESTA EN EL CATALOGO'
                 TO MOTIVO-RESULTADO
         ELSE
             OPEN INPUT GENERACION
             IF GEN-ESTADO NOT EQUAL '00'
                 MOVE 'E' TO SEVERIDAD-CORRIDA
                 MOVE 'NO SE PUEDE ABRIR EL ARCHIVO DE LA GENERACION'
                     TO MOTIVO-RESULTADO
             ELSE
                 PERFORM 1050-RESTAURAR-ARCHIVO
                 CLOSE GENERACION
             END-IF
         END-IF.
         IF SEVERIDAD-CORRIDA NOT EQUAL 'E'
             PERFORM 1800-CATALOGAR-RESTAURACION
             MOVE 'GENERACION RESTAURADA' TO MOTIVO-RESULTADO
             IF TOTAL-LEIDOS NOT EQUAL REGISTROS-CATALOGO OR
                TOTAL-RECHAZADOS > 0
                 MOVE 'W' TO SEVERIDAD-CORRIDA
                 MOVE 'RESTAURADA CON DIFERENCIAS CONTRA EL CATALOGO'
                     TO MOTIVO-RESULTADO
             END-IF
         END-IF.
         PERFORM 1900-INFORMAR-RESULTADO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1050-RESTAURAR-ARCHIVO.
         EVALUATE PRE-ARCHIVO
             WHEN 'Times.dat'
                 PERFORM 1100-RESTAURAR-TIMES
             WHEN 'TimesI.dat'
                 PERFORM 1200-RESTAURAR-TIMES-I
             WHEN 'CtasPendientes.dat'
                 PERFORM 1300-RESTAURAR-PENDIENTES
             WHEN 'Profesores.dat'
                 PERFORM 1400-RESTAURAR-PROFESORES
             WHEN 'Sucursales.dat'
                 PERFORM 1500-RESTAURAR-SUCURSALES
             WHEN 'TiposClase.dat'
                 PERFORM 1600-RESTAURAR-TIPOS-CLASE
             WHEN OTHER
                 MOVE 'E' TO SEVERIDAD-CORRIDA
                 MOVE 'ARCHIVO SIN RESTAURACION PREVISTA'
                     TO MOTIVO-RESULTADO
         END-EVALUATE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1060-LEER-GENERACION.
         READ GENERACION AT END MOVE "SI" TO EOF-GEN-SW.
         IF GEN-ESTADO NOT EQUAL '00' AND NOT EOF-GENERACION
             MOVE "SI" TO EOF-GEN-SW
         END-IF.
         IF NOT EOF-GENERACION
             ADD 1 TO TOTAL-LEIDOS
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1100-RESTAURAR-TIMES.
         OPEN OUTPUT MAE-TIMES.
         PERFORM 1060-LEER-GENERACION.
         PERFORM 1110-GRABAR-TIMES UNTIL EOF-GENERACION.
         CLOSE MAE-TIMES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1110-GRABAR-TIMES.
         MOVE REG-GENERACION TO REG-MAE-TIMES.
         WRITE REG-MAE-TIMES.
         ADD 1 TO TOTAL-GRABADOS.
         PERFORM 1060-LEER-GENERACION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1200-RESTAURAR-TIMES-I.
         OPEN OUTPUT TIMES-I.
         PERFORM 1060-LEER-GENERACION.
         PERFORM 1210-GRABAR-TIMES-I UNTIL EOF-GENERACION.
         CLOSE TIMES-I.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1210-GRABAR-TIMES-I.
         MOVE REG-GENERACION TO REG-TIMES.
         WRITE REG-TIMES
             INVALID KEY ADD 1 TO TOTAL-RECHAZADOS
             NOT INVALID KEY ADD 1 TO TOTAL-GRABADOS
         END-WRITE.
         PERFORM 1060-LEER-GENERACION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1300-RESTAURAR-PENDIENTES.
         OPEN OUTPUT CTAS-PENDIENTES.
         PERFORM 1060-LEER-GENERACION.
         PERFORM 1310-GRABAR-PENDIENTE UNTIL EOF-GENERACION.
         CLOSE CTAS-PENDIENTES.
         PERFORM 1350-ANULAR-COBROS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1310-GRABAR-PENDIENTE.
         MOVE REG-GENERACION TO REG-PENDIENTE.
         WRITE REG-PENDIENTE.
         ADD 1 TO TOTAL-GRABADOS.
         PERFORM 1060-LEER-GENERACION.

      *-----------------------------------------------------------*
      * Los recibos aplicados en corridas iniciadas desde el corte
      * ya no figuran en las partidas restauradas: cada uno que
      * todavia no tenga su 'R' se vuelve a grabar como anulado.
      *-----------------------------------------------------------*
        1350-ANULAR-COBROS.
         OPEN INPUT COBROS-APLICADOS.
         PERFORM 1360-LEER-COBRO-APLICADO.
         PERFORM 1370-ANOTAR-COBRO UNTIL EOF-COBROS.
         CLOSE COBROS-APLICADOS.
         OPEN EXTEND COBROS-APLICADOS.
         PERFORM 1390-GRABAR-ANULACION
             VARYING COB-INDICE FROM 1 BY 1
             UNTIL COB-INDICE EQUAL COB-SUBINDICE.
         CLOSE COBROS-APLICADOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1360-LEER-COBRO-APLICADO.
         MOVE SPACES TO CAP-TIPO.
         MOVE ZEROS TO CAP-FECHA-ANULACION.
         READ COBROS-APLICADOS AT END MOVE "SI" TO EOF-CAP-SW.
         IF CAP-ESTADO NOT EQUAL '00' AND NOT EOF-COBROS
             MOVE "SI" TO EOF-CAP-SW
         END-IF.

      *-----------------------------------------------------------*
      * La 'R' siempre esta despues de la aplicacion que anula.
      *-----------------------------------------------------------*
        1370-ANOTAR-COBRO.
         IF CAP-CORRIDA NOT < CORTE-COBROS
             IF CAP-TIPO EQUAL 'R'
                 PERFORM 1380-MARCAR-ANULADO
             ELSE
                 IF COB-SUBINDICE > 5000
                     DISPLAY 'TABLA-COBROS LLENA - DEMASIADOS '
                     DISPLAY 'COBROS DESDE EL CORTE, AUMENTAR EL OCCURS'
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                 END-IF
                 MOVE REG-COBRO-APLICADO
                     TO TAB-COB-IMAGEN(COB-SUBINDICE)
                 MOVE 'N' TO TAB-COB-ANULADO(COB-SUBINDICE)
                 ADD 1 TO COB-SUBINDICE
             END-IF
         END-IF.
         PERFORM 1360-LEER-COBRO-APLICADO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1380-MARCAR-ANULADO.
         SET COB-INDICE TO 1.
         SEARCH TAB-COBROS
             AT END CONTINUE
             WHEN COB-INDICE EQUAL COB-SUBINDICE
                 CONTINUE
             WHEN TAB-COB-CLAVE(COB-INDICE) EQUAL CAP-CLAVE
                 MOVE 'S' TO TAB-COB-ANULADO(COB-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1390-GRABAR-ANULACION.
         IF TAB-COB-ANULADO(COB-INDICE) EQUAL 'N'
             MOVE TAB-COB-IMAGEN(COB-INDICE) TO REG-COBRO-APLICADO
             MOVE 'R' TO CAP-TIPO
             MOVE FECHA-INICIO-CORRIDA TO CAP-FECHA-ANULACION
             WRITE REG-COBRO-APLICADO
             ADD 1 TO TOTAL-COBROS-ANULADOS
         END-IF.

      *-----------------------------------------------------------*
      * Profesores.dat y ProfesoresI.dat desde la misma
      * generacion, con un movimiento 'R' por registro en el
      * historial y uno sin imagen por cada profesor que estaba y
      * la generacion no trae.
      *-----------------------------------------------------------*
        1400-RESTAURAR-PROFESORES.
         MOVE 'P' TO ARCHIVO-HISTORIAL.
         OPEN INPUT PROFESORES.
         IF PROF-ESTADO EQUAL '00'
             MOVE "NO" TO EOF-MAESTRO-SW
             PERFORM 1410-LEER-PROFESOR
             PERFORM 1420-ANOTAR-PROFESOR UNTIL EOF-MAESTRO
             CLOSE PROFESORES
         END-IF.
         OPEN OUTPUT PROFESORES.
         OPEN OUTPUT PROFESORES-I.
         OPEN EXTEND HISTORIAL.
         PERFORM 1060-LEER-GENERACION.
         PERFORM 1430-GRABAR-PROFESOR UNTIL EOF-GENERACION.
         PERFORM 1780-ASENTAR-FALTANTE
             VARYING CLA-INDICE FROM 1 BY 1
             UNTIL CLA-INDICE EQUAL CLA-SUBINDICE.
         CLOSE HISTORIAL.
         CLOSE PROFESORES-I.
         CLOSE PROFESORES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1410-LEER-PROFESOR.
         READ PROFESORES AT END MOVE "SI" TO EOF-MAESTRO-SW.
         IF PROF-ESTADO NOT EQUAL '00' AND NOT EOF-MAESTRO
             MOVE "SI" TO EOF-MAESTRO-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1420-ANOTAR-PROFESOR.
         MOVE PROF-NUMERO TO CLAVE-RESTAURADA.
         PERFORM 1760-ANOTAR-CLAVE.
         PERFORM 1410-LEER-PROFESOR.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1430-GRABAR-PROFESOR.
         MOVE REG-GENERACION TO REG-PROFESORES.
         WRITE REG-PROFESORES.
         MOVE REG-PROFESORES TO REG-PROFESORES-I.
         WRITE REG-PROFESORES-I
             INVALID KEY ADD 1 TO TOTAL-RECHAZADOS
             NOT INVALID KEY ADD 1 TO TOTAL-GRABADOS
         END-WRITE.
         MOVE PROF-NUMERO TO CLAVE-RESTAURADA.
         MOVE REG-PROFESORES TO IMAGEN-RESTAURADA.
         PERFORM 1750-ASENTAR-RESTAURADO.
         PERFORM 1060-LEER-GENERACION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1500-RESTAURAR-SUCURSALES.
         MOVE 'S' TO ARCHIVO-HISTORIAL.
         OPEN INPUT SUCURSALES.
         IF SUCURSALES-ESTADO EQUAL '00'
             MOVE "NO" TO EOF-MAESTRO-SW
             PERFORM 1510-LEER-SUCURSAL
             PERFORM 1520-ANOTAR-SUCURSAL UNTIL EOF-MAESTRO
             CLOSE SUCURSALES
         END-IF.
         OPEN OUTPUT SUCURSALES.
         OPEN OUTPUT SUCURSALES-I.
         OPEN EXTEND HISTORIAL.
         PERFORM 1060-LEER-GENERACION.
         PERFORM 1530-GRABAR-SUCURSAL UNTIL EOF-GENERACION.
         PERFORM 1780-ASENTAR-FALTANTE
             VARYING CLA-INDICE FROM 1 BY 1
             UNTIL CLA-INDICE EQUAL CLA-SUBINDICE.
         CLOSE HISTORIAL.
         CLOSE SUCURSALES-I.
         CLOSE SUCURSALES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1510-LEER-SUCURSAL.
         READ SUCURSALES AT END MOVE "SI" TO EOF-MAESTRO-SW.
         IF SUCURSALES-ESTADO NOT EQUAL '00' AND NOT EOF-MAESTRO
             MOVE "SI" TO EOF-MAESTRO-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1520-ANOTAR-SUCURSAL.
         MOVE SUC-SUCURSAL TO CLAVE-RESTAURADA.
         PERFORM 1760-ANOTAR-CLAVE.
         PERFORM 1510-LEER-SUCURSAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1530-GRABAR-SUCURSAL.
         MOVE REG-GENERACION TO REG-SUCURSALES.
         WRITE REG-SUCURSALES.
         MOVE REG-SUCURSALES TO REG-SUCURSALES-I.
         WRITE REG-SUCURSALES-I
             INVALID KEY ADD 1 TO TOTAL-RECHAZADOS
             NOT INVALID KEY ADD 1 TO TOTAL-GRABADOS
         END-WRITE.
         MOVE SUC-SUCURSAL TO CLAVE-RESTAURADA.
         MOVE REG-SUCURSALES TO IMAGEN-RESTAURADA.
         PERFORM 1750-ASENTAR-RESTAURADO.
         PERFORM 1060-LEER-GENERACION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1600-RESTAURAR-TIPOS-CLASE.
         MOVE 'T' TO ARCHIVO-HISTORIAL.
         OPEN INPUT TIPOS_CLASE.
         IF TIPOS_CLASE-ESTADO EQUAL '00'
             MOVE "NO" TO EOF-MAESTRO-SW
             PERFORM 1610-LEER-TIPO-CLASE
             PERFORM 1620-ANOTAR-TIPO-CLASE UNTIL EOF-MAESTRO
             CLOSE TIPOS_CLASE
         END-IF.
         OPEN OUTPUT TIPOS_CLASE.
         OPEN EXTEND HISTORIAL.
         PERFORM 1060-LEER-GENERACION.
         PERFORM 1630-GRABAR-TIPO-CLASE UNTIL EOF-GENERACION.
         PERFORM 1780-ASENTAR-FALTANTE
             VARYING CLA-INDICE FROM 1 BY 1
             UNTIL CLA-INDICE EQUAL CLA-SUBINDICE.
         CLOSE HISTORIAL.
         CLOSE TIPOS_CLASE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1610-LEER-TIPO-CLASE.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-MAESTRO-SW.
         IF TIPOS_CLASE-ESTADO NOT EQUAL '00' AND NOT EOF-MAESTRO
             MOVE "SI" TO EOF-MAESTRO-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1620-ANOTAR-TIPO-CLASE.
         MOVE TIP-TIP_CLASE TO CLAVE-RESTAURADA.
         PERFORM 1760-ANOTAR-CLAVE.
         PERFORM 1610-LEER-TIPO-CLASE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1630-GRABAR-TIPO-CLASE.
         MOVE REG-GENERACION TO REG-TIPOS_CLASE.
         WRITE REG-TIPOS_CLASE.
         ADD 1 TO TOTAL-GRABADOS.
         MOVE TIP-TIP_CLASE TO CLAVE-RESTAURADA.
         MOVE REG-TIPOS_CLASE TO IMAGEN-RESTAURADA.
         PERFORM 1750-ASENTAR-RESTAURADO.
         PERFORM 1060-LEER-GENERACION.

      *-----------------------------------------------------------*
      * Movimiento 'R' con la imagen restaurada; la clave deja de
      * contar como faltante.
      *-----------------------------------------------------------*
        1750-ASENTAR-RESTAURADO.
         SET CLA-INDICE TO 1.
         SEARCH TAB-CLAVES
             AT END CONTINUE
             WHEN CLA-INDICE EQUAL CLA-SUBINDICE
                 CONTINUE
             WHEN TAB-CLA-CLAVE(CLA-INDICE) EQUAL CLAVE-RESTAURADA
                 MOVE 'S' TO TAB-CLA-HALLADA(CLA-INDICE)
         END-SEARCH.
         PERFORM 1770-GRABAR-HISTORIAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1760-ANOTAR-CLAVE.
         IF CLA-SUBINDICE > 500
             DISPLAY 'TABLA-CLAVES LLENA - DEMASIADOS REGISTROS '
             DISPLAY 'EN EL MAESTRO, AUMENTAR EL OCCURS'
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF.
         MOVE CLAVE-RESTAURADA TO TAB-CLA-CLAVE(CLA-SUBINDICE).
         MOVE 'N' TO TAB-CLA-HALLADA(CLA-SUBINDICE).
         ADD 1 TO CLA-SUBINDICE.

      *-----------------------------------------------------------*
      * Mismo asiento que MANTREF 0450, con numero de movimiento
      * en cero: no viene de MovimientosRef.dat.
      *-----------------------------------------------------------*
        1770-GRABAR-HISTORIAL.
         MOVE ARCHIVO-HISTORIAL TO HRF-ARCHIVO.
         MOVE 'R' TO HRF-ACCION.
         MOVE CLAVE-RESTAURADA TO HRF-CLAVE.
         MOVE IMAGEN-RESTAURADA TO HRF-IMAGEN.
         MOVE FECHA-INICIO-CORRIDA TO HRF-FECHA.
         MOVE HORA-INICIO-CORRIDA TO HRF-HORA.
         MOVE 0 TO HRF-NRO-MOV.
         WRITE REG-HISTORIAL.

      *-----------------------------------------------------------*
      * El registro que estaba y la generacion no trae desaparece
      * del maestro: movimiento 'R' sin imagen.
      *-----------------------------------------------------------*
        1780-ASENTAR-FALTANTE.
         IF TAB-CLA-HALLADA(CLA-INDICE) EQUAL 'N'
             MOVE TAB-CLA-CLAVE(CLA-INDICE) TO CLAVE-RESTAURADA
             MOVE SPACES TO IMAGEN-RESTAURADA
             PERFORM 1770-GRABAR-HISTORIAL
             ADD 1 TO TOTAL-BAJAS
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1800-CATALOGAR-RESTAURACION.
         OPEN EXTEND CATALOGO-GENERACIONES.
         MOVE 'R' TO CAT-TIPO.
         MOVE PRE-ARCHIVO TO CAT-ARCHIVO.
         MOVE PRE-GENERACION TO CAT-GENERACION.
         MOVE GEN-FILENAME TO CAT-NOMBRE.
         MOVE 'RESTAURA' TO CAT-PROGRAMA.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO CAT-FECHA.
         MOVE WS-CURRENT-TIME(1:6) TO CAT-HORA.
         MOVE TOTAL-GRABADOS TO CAT-REGISTROS.
         MOVE FECHA-INICIO-CORRIDA TO CAT-RUN-FECHA.
         MOVE HORA-INICIO-CORRIDA TO CAT-RUN-HORA.
         WRITE REG-CATALOGO.
         CLOSE CATALOGO-GENERACIONES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1900-INFORMAR-RESULTADO.
         MOVE MOTIVO-RESULTADO TO RES-RESULTADO.
         WRITE LINEA-RESTAURA FROM LINEA-RESULTADO.
         WRITE LINEA-RESTAURA FROM LINEA-EN-BLANCO.
         MOVE 'REGISTROS SEGUN EL CATALOGO:' TO RES-ETIQUETA.
         MOVE REGISTROS-CATALOGO TO RES-CANTIDAD.
         WRITE LINEA-RESTAURA FROM LINEA-TOTAL-RESTAURA.
         MOVE 'REGISTROS LEIDOS DE LA GENERACION:' TO RES-ETIQUETA.
         MOVE TOTAL-LEIDOS TO RES-CANTIDAD.
         WRITE LINEA-RESTAURA FROM LINEA-TOTAL-RESTAURA.
         MOVE 'REGISTROS GRABADOS:' TO RES-ETIQUETA.
         MOVE TOTAL-GRABADOS TO RES-CANTIDAD.
         WRITE LINEA-RESTAURA FROM LINEA-TOTAL-RESTAURA.
         MOVE 'RECHAZADOS POR CLAVE DUPLICADA:' TO RES-ETIQUETA.
         MOVE TOTAL-RECHAZADOS TO RES-CANTIDAD.
         WRITE LINEA-RESTAURA FROM LINEA-TOTAL-RESTAURA.
         MOVE 'BAJAS ASENTADAS EN HISTORIALREF.DAT:' TO RES-ETIQUETA.
         MOVE TOTAL-BAJAS TO RES-CANTIDAD.
         WRITE LINEA-RESTAURA FROM LINEA-TOTAL-RESTAURA.
         IF PRE-ARCHIVO EQUAL 'CtasPendientes.dat' AND
            SEVERIDAD-CORRIDA NOT EQUAL 'E'
             MOVE 'COBROS ANULADOS EN COBROSAPLICADOS.DAT:'
                 TO RES-ETIQUETA
             MOVE TOTAL-COBROS-ANULADOS TO RES-CANTIDAD
             WRITE LINEA-RESTAURA FROM LINEA-TOTAL-RESTAURA
         END-IF.
         IF PRE-ARCHIVO EQUAL 'Times.dat' AND
            SEVERIDAD-CORRIDA NOT EQUAL 'E'
             WRITE LINEA-RESTAURA FROM LINEA-EN-BLANCO
             MOVE 'HISTTIMES.DAT NO SE MODIFICA: SI LA GENERACION ES'
                 TO LINEA-RESTAURA
             WRITE LINEA-RESTAURA
             MOVE 'DE UN CIERRE, SUS REGISTROS YA ESTAN EN EL HISTORICO'
                 TO LINEA-RESTAURA
             WRITE LINEA-RESTAURA
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2900-FIN.
            CLOSE LISTADO-RESTAURA.
            IF RESTAURACION-PEDIDA
                PERFORM 2990-GRABAR-RUN-CONTROL
            END-IF.

      *-----------------------------------------------------------*
      * Solo se registra la corrida que intento restaurar; LEIDOS
      * registros de la generacion, SELECCIONADOS los que dice el
      * catalogo, ESCRITOS los grabados.
      *-----------------------------------------------------------*
        2990-GRABAR-RUN-CONTROL.
         OPEN EXTEND RUN-CONTROL.
         MOVE 'RESTAURA' TO RUN-PROGRAMA.
         MOVE FECHA-INICIO-CORRIDA TO RUN-FECHA-INICIO.
         MOVE HORA-INICIO-CORRIDA TO RUN-HORA-INICIO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO RUN-FECHA-FIN.
         MOVE WS-CURRENT-TIME(1:6) TO RUN-HORA-FIN.
         MOVE PRE-ARCHIVO TO PAR-CORRIDA-ARCHIVO.
         MOVE PRE-GENERACION TO PAR-CORRIDA-GENERACION.
         MOVE PARAMETROS-CORRIDA TO RUN-PARAMETROS.
         MOVE TOTAL-LEIDOS TO RUN-LEIDOS.
         MOVE REGISTROS-CATALOGO TO RUN-SELECCIONADOS.
         MOVE TOTAL-GRABADOS TO RUN-ESCRITOS.
         MOVE SEVERIDAD-CORRIDA TO RUN-SEVERIDAD.
         WRITE REG-RUN-CONTROL.
         CLOSE RUN-CONTROL.
         EVALUATE SEVERIDAD-CORRIDA
             WHEN 'E'
                 MOVE 8 TO RETURN-CODE
             WHEN 'W'
                 MOVE 4 TO RETURN-CODE
             WHEN OTHER
                 MOVE 0 TO RETURN-CODE
         END-EVALUATE.
