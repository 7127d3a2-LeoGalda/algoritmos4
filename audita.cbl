        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDITA.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Maestros de referencia: sucursales y tipos se cargan
      * enteros en memoria; los profesores se leen por clave.
            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS SUC-SUCURSAL
                                  FILE STATUS IS SUC-ESTADO.

            SELECT TIPOS_CLASE    ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TIPOS_CLASE-ESTADO.

            SELECT PROFESORES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS PROF-NUMERO
                                  FILE STATUS IS PROF-ESTADO.

      * Archivos cuyas claves se controlan contra los maestros.
      * Todos OPTIONAL: la auditoria informa lo que encuentra y
      * un archivo que todavia no existe no tiene nada que cruzar.
            SELECT OPTIONAL TIMES-I ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS TIM-CLAVE
                                  FILE STATUS IS TIMES-I-ESTADO.

            SELECT OPTIONAL HIST-TIMES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HIST-ESTADO.

            SELECT OPTIONAL AGENDA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS AGENDA-ESTADO.

            SELECT OPTIONAL LICENCIAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS LIC-ESTADO.

      * Comprobantes emitidos, cuenta corriente y numeracion.
            SELECT OPTIONAL FACTURAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS EMI-ESTADO.

            SELECT OPTIONAL NOTAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NCE-ESTADO.

            SELECT OPTIONAL DEBITOS-EMITIDOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NDE-ESTADO.

            SELECT OPTIONAL CTAS-PENDIENTES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PEN-ESTADO.

            SELECT OPTIONAL NUMERACION-FACTURA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NUM-ESTADO.

            SELECT ARCHIVO-AUDITORIA-ORDENADO ASSIGN TO DISK
                                  FILE STATUS IS ORD-ESTADO.

      * Bitacora de corridas: la severidad de la auditoria queda
      * ahi para que CONTROLOP y CIERRE la consulten.
            SELECT OPTIONAL RUN-CONTROL ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RUN-ESTADO.

            SELECT LISTADO-AUDITORIA ASSIGN TO PRINTER
                                  "AuditoriaIntegridad.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

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

        FD NUMERACION-FACTURA LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NumFactura.dat".
        01 REG-NUMERACION.
            03 NUM-ULTIMO-USADO PIC 9(8).
            03 NUM-ULTIMO-USADO-B PIC 9(8).

      * Todos los comprobantes de la numeracion compartida, por
      * letra y numero: la secuencia legal tal como se emitio.
        SD ARCHIVO-AUDITORIA-ORDENADO DATA RECORD IS REG-ORDENADO.
        01 REG-ORDENADO.
            03 ORD-LETRA              PIC X.
            03 ORD-NUMERO             PIC 9(8).
      * 'F' factura, 'C' nota de credito, 'D' nota de debito.
            03 ORD-TIPO               PIC X.

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

        FD LISTADO-AUDITORIA LABEL RECORD OMITTED.
        01 LINEA-AUDITORIA PIC X(100).

        WORKING-STORAGE SECTION.
        77 SUC-ESTADO PIC XX.
            88 OK-SUC VALUE '00'.
        77 TIPOS_CLASE-ESTADO PIC XX.
        77 PROF-ESTADO PIC XX.
            88 OK-PROF-LEIDO VALUE '00'.
        77 TIMES-I-ESTADO PIC XX.
        77 HIST-ESTADO PIC XX.
        77 AGENDA-ESTADO PIC XX.
        77 LIC-ESTADO PIC XX.
        77 EMI-ESTADO PIC XX.
        77 NCE-ESTADO PIC XX.
        77 NDE-ESTADO PIC XX.
        77 PEN-ESTADO PIC XX.
        77 NUM-ESTADO PIC XX.
        77 ORD-ESTADO PIC XX.
        77 RUN-ESTADO PIC XX.
        77 EOF-SUC-SW PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-CLASES-SW PIC XX VALUE "NO".
            88 EOF-CLASES VALUE "SI".
        77 EOF-TIM-SW PIC XX VALUE "NO".
            88 EOF-TIMES-I VALUE "SI".
        77 EOF-HIST-SW PIC XX VALUE "NO".
            88 EOF-HISTORICO VALUE "SI".
        77 EOF-AGE-SW PIC XX VALUE "NO".
            88 EOF-AGENDA VALUE "SI".
        77 EOF-LIC-SW PIC XX VALUE "NO".
            88 EOF-LICENCIAS VALUE "SI".
        77 EOF-EMI-SW PIC XX VALUE "NO".
            88 EOF-EMITIDAS VALUE "SI".
        77 EOF-NCE-SW PIC XX VALUE "NO".
            88 EOF-NOTAS VALUE "SI".
        77 EOF-NDE-SW PIC XX VALUE "NO".
            88 EOF-DEBITOS VALUE "SI".
        77 EOF-PEN-SW PIC XX VALUE "NO".
            88 EOF-PENDIENTES VALUE "SI".
        77 EOF-ORD-SW PIC XX VALUE "NO".
            88 EOF-ORDENADO VALUE "SI".
        77 CLAVE-HALLADA-SW PIC XX VALUE "NO".
            88 CLAVE-HALLADA VALUE "SI".
        77 HAY-NUMERO-ANTERIOR-SW PIC XX VALUE "NO".
            88 HAY-NUMERO-ANTERIOR VALUE "SI".

        77 SUC-SUBINDICE PIC 9(3) VALUE 1.
        77 TIP-SUBINDICE PIC 9(3) VALUE 1.
        77 HUE-SUBINDICE PIC 9(4) VALUE 1.
        77 FAC-SUBINDICE PIC 9(4) VALUE 1.
        77 DEB-SUBINDICE PIC 9(4) VALUE 1.
        77 FECHA-DEL-DIA PIC 9(8) VALUE 0.
        77 FECHA-INICIO-CORRIDA PIC 9(8) VALUE 0.
        77 HORA-INICIO-CORRIDA PIC 9(6) VALUE 0.
        77 SEVERIDAD-CORRIDA PIC X VALUE 'I'.

      * Clave huerfana a anotar en la tabla (0900).
        77 HUERFANO-ARCHIVO PIC X(14) VALUE SPACES.
        77 HUERFANO-CAMPO PIC X(10) VALUE SPACES.
        77 HUERFANO-VALOR PIC X(11) VALUE SPACES.
        77 HUERFANO-SEVERIDAD PIC X VALUE SPACES.

      * Control de la secuencia en la salida del SORT.
        77 LETRA-ANTERIOR PIC X VALUE SPACES.
        77 NUMERO-ANTERIOR PIC 9(8) VALUE 0.
        77 TIPO-ANTERIOR PIC X VALUE SPACES.
        77 TIPO-A-NOMBRAR PIC X VALUE SPACES.
        77 NOMBRE-TIPO PIC X(8) VALUE SPACES.
        77 FALTANTE-DESDE PIC 9(8) VALUE 0.
        77 FALTANTE-HASTA PIC 9(8) VALUE 0.
        77 MAYOR-EMITIDO-A PIC 9(8) VALUE 0.
        77 MAYOR-EMITIDO-B PIC 9(8) VALUE 0.
        77 ULTIMO-USADO-A PIC 9(8) VALUE 0.
        77 ULTIMO-USADO-B PIC 9(8) VALUE 0.

        77 TOTAL-TIMES-I-LEIDOS PIC 9(7) VALUE 0.
        77 TOTAL-HIST-LEIDOS PIC 9(7) VALUE 0.
        77 TOTAL-AGENDA-VIGENTE PIC 9(7) VALUE 0.
        77 TOTAL-LICENCIAS-VIGENTES PIC 9(7) VALUE 0.
        77 TOTAL-FACTURAS-LEIDAS PIC 9(7) VALUE 0.
        77 TOTAL-NOTAS-LEIDAS PIC 9(7) VALUE 0.
        77 TOTAL-DEBITOS-LEIDOS PIC 9(7) VALUE 0.
        77 TOTAL-PENDIENTES-LEIDAS PIC 9(7) VALUE 0.
        77 TOTAL-FACTURAS-SIN-CAE PIC 9(7) VALUE 0.
        77 TOTAL-CLAVES-HUERFANAS PIC 9(5) VALUE 0.
        77 TOTAL-ERRORES PIC 9(5) VALUE 0.
        77 TOTAL-AVISOS PIC 9(5) VALUE 0.
        77 TOTAL-REGISTROS-LEIDOS PIC 9(7) VALUE 0.

        01 PARAMETROS-CORRIDA.
            03 FILLER PIC X(8) VALUE 'ERRORES='.
            03 PAR-CORRIDA-ERRORES PIC 9(5).
            03 FILLER PIC X(8) VALUE ' AVISOS='.
            03 PAR-CORRIDA-AVISOS PIC 9(5).
            03 FILLER PIC X(14) VALUE SPACES.

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

       01 TABLA-TIPOS-CLASE.
           02 TAB-TIPOS-CLASE OCCURS 50 TIMES INDEXED BY TIP-INDICE.
               03 TAB-TIP-TIP-CLASE PIC X(4).

      * Una entrada por clave huerfana distinta (archivo, campo y
      * valor), con la cantidad de registros que la usan: mil
      * registros de una sucursal dada de baja son un solo
      * hallazgo, no mil.
       01 TABLA-HUERFANOS.
           02 TAB-HUERFANOS OCCURS 1000 TIMES INDEXED BY HUE-INDICE.
               03 TAB-HUE-ARCHIVO PIC X(14).
               03 TAB-HUE-CAMPO PIC X(10).
               03 TAB-HUE-VALOR PIC X(11).
               03 TAB-HUE-SEVERIDAD PIC X.
               03 TAB-HUE-CANTIDAD PIC 9(7).

      * Facturas y notas de debito emitidas; PARTIDA pasa a 'S'
      * cuando aparece su partida en CtasPendientes.dat.
       01 TABLA-FACTURAS.
           02 TAB-FACTURAS OCCURS 5000 TIMES INDEXED BY FAC-INDICE.
               03 TAB-FAC-LETRA PIC X.
               03 TAB-FAC-NUMERO PIC 9(8).
               03 TAB-FAC-CUIT PIC 9(11).
               03 TAB-FAC-CAE PIC X(14).
               03 TAB-FAC-PARTIDA PIC X.

       01 TABLA-DEBITOS.
           02 TAB-DEBITOS OCCURS 2000 TIMES INDEXED BY DEB-INDICE.
               03 TAB-DEB-LETRA PIC X.
               03 TAB-DEB-NUMERO PIC 9(8).
               03 TAB-DEB-CUIT PIC 9(11).
               03 TAB-DEB-PARTIDA PIC X.

       01 ENCABEZADO-AUDITORIA.
           03 FILLER PIC X(44)
               VALUE 'AUDITORIA DE INTEGRIDAD Y NUMERACION FISCAL'.
           03 FILLER PIC X(9) VALUE '  FECHA: '.
           03 AUD-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 AUD-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 AUD-ANIO PIC 9(4).
           03 FILLER PIC X(37) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(100) VALUE SPACES.
       01 LINEA-SECCION-AUDITORIA.
           03 AUD-TITULO-SECCION PIC X(60).
           03 FILLER PIC X(40) VALUE SPACES.
       01 ENCABEZADO-HUERFANOS-COL.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(16) VALUE 'ARCHIVO         '.
           03 FILLER PIC X(12) VALUE 'CAMPO       '.
           03 FILLER PIC X(13) VALUE 'VALOR        '.
           03 FILLER PIC X(9) VALUE 'REGISTROS'.
           03 FILLER PIC X(40) VALUE SPACES.
       01 DATOS-HUERFANO.
           03 HUD-MARCA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 HUD-ARCHIVO PIC X(14).
           03 FILLER PIC X(2) VALUE SPACES.
           03 HUD-CAMPO PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 HUD-VALOR PIC X(11).
           03 FILLER PIC X(2) VALUE SPACES.
           03 HUD-CANTIDAD PIC ZZZZZZ9.
           03 FILLER PIC X(42) VALUE SPACES.
       01 ENCABEZADO-DOCUMENTOS-COL.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(9) VALUE 'COMPROB. '.
           03 FILLER PIC X(12) VALUE '    NUMERO  '.
           03 FILLER PIC X(13) VALUE 'CUIT         '.
           03 FILLER PIC X(11) VALUE 'OBSERVACION'.
           03 FILLER PIC X(45) VALUE SPACES.
       01 DATOS-DOCUMENTO.
           03 DOC-MARCA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DOC-TIPO PIC X(8).
           03 DOC-LETRA PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 DOC-NUMERO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DOC-CUIT PIC 9(11).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DOC-OBSERVACION PIC X(50).
           03 FILLER PIC X(7) VALUE SPACES.
       01 LINEA-SALTO-NUMERACION.
           03 SAL-MARCA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(29)
               VALUE 'SALTO DE NUMERACION: FALTAN  '.
           03 SAL-LETRA PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 SAL-DESDE PIC 9(8).
           03 FILLER PIC X(4) VALUE ' AL '.
           03 SAL-HASTA PIC 9(8).
           03 FILLER PIC X(39) VALUE SPACES.
       01 LINEA-NUMERO-DUPLICADO.
           03 DUP-MARCA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(18) VALUE 'NUMERO DUPLICADO: '.
           03 DUP-LETRA PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 DUP-NUMERO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DUP-TIPO-1 PIC X(8).
           03 FILLER PIC X(3) VALUE ' Y '.
           03 DUP-TIPO-2 PIC X(8).
           03 FILLER PIC X(41) VALUE SPACES.
       01 LINEA-CONTADOR.
           03 CNT-MARCA PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 FILLER PIC X(21) VALUE 'NUMFACTURA.DAT SERIE '.
           03 CNT-LETRA PIC X.
           03 FILLER PIC X(17) VALUE ': ULTIMO USADO   '.
           03 CNT-ULTIMO-USADO PIC 9(8).
           03 FILLER PIC X(17) VALUE '  MAYOR EMITIDO  '.
           03 CNT-MAYOR-EMITIDO PIC 9(8).
           03 FILLER PIC X(18) VALUE SPACES.
       01 LINEA-TOTAL-AUDITORIA.
           03 LTA-ETIQUETA PIC X(40).
           03 LTA-CANTIDAD PIC ZZZZZZ9.
           03 FILLER PIC X(53) VALUE SPACES.
       01 LINEA-SEVERIDAD-AUDITORIA.
           03 FILLER PIC X(28) VALUE 'SEVERIDAD DE LA AUDITORIA:  '.
           03 LSA-SEVERIDAD PIC X.
           03 FILLER PIC X(3) VALUE SPACES.
           03 LSA-TEXTO PIC X(40).
           03 FILLER PIC X(28) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Auditoria de integridad previa al cierre de periodo. No
      * modifica ningun archivo: lee y cruza.
      *  - Claves huerfanas: CUIT, tipo y profesor de TimesI.dat
      *    contra SucursalesI, TiposClase y ProfesoresI; tipo de
      *    HistTimes.dat contra TiposClase; profesor de lo vigente
      *    de Agenda.dat y Licencias.dat (desde hoy en adelante)
      *    contra ProfesoresI (la baja de MANTREF borra el registro).
      *  - Cuenta corriente: partida sin factura o sin nota de
      *    debito, factura con CAE o nota de debito sin partida,
      *    nota de credito de una factura inexistente.
      *  - Numeracion: facturas, notas de credito y de debito por
      *    letra y numero (una serie por letra, como en LIBROIVA):
      *    numeros repetidos y saltos, y el contador de
      *    NumFactura.dat contra el mayor numero realmente emitido.
      * Severidad: 'E' lo que hace facturar mal o rompe la
      * numeracion legal (CUIT o tipo de TimesI sin maestro,
      * partida o nota de credito sin comprobante, numero
      * repetido, contador atrasado que volveria a dar un numero
      * ya emitido); 'W' lo que hay que revisar pero no impide
      * cerrar (historico, agenda y licencias, profesor de TimesI,
      * comprobante todavia sin partida, saltos, contador
      * adelantado). La severidad queda en RunControl.dat con el
      * codigo de retorno 0/4/8 de siempre; CONTROLOP la informa y
      * CIERRE no cierra con una auditoria en 'E'.

        SORT ARCHIVO-AUDITORIA-ORDENADO
             ON ASCENDING KEY ORD-LETRA
             ON ASCENDING KEY ORD-NUMERO
             ON ASCENDING KEY ORD-TIPO
             INPUT PROCEDURE IS CARGA-AUDITORIA
             OUTPUT PROCEDURE IS CONTROL-NUMERACION.
        PERFORM 2990-GRABAR-RUN-CONTROL.
        STOP RUN.

      *****************************************************
      *****************************************************
       CARGA-AUDITORIA SECTION.
      *****************************************************
      *****************************************************
       PERFORM 0100-INICIO-AUDITORIA.
       PERFORM 0200-LEER-TIMES-I.
       PERFORM 0250-CONTROLAR-TIMES-I UNTIL EOF-TIMES-I.
       PERFORM 0300-LEER-HISTORICO.
       PERFORM 0350-CONTROLAR-HISTORICO UNTIL EOF-HISTORICO.
       PERFORM 0400-LEER-AGENDA.
       PERFORM 0420-CONTROLAR-AGENDA UNTIL EOF-AGENDA.
       PERFORM 0440-LEER-LICENCIA.
       PERFORM 0460-CONTROLAR-LICENCIA UNTIL EOF-LICENCIAS.
       PERFORM 0500-EMITIR-HUERFANOS.
       PERFORM 0600-LEER-EMITIDA.
       PERFORM 0620-CARGAR-EMITIDA UNTIL EOF-EMITIDAS.
       PERFORM 0640-LEER-DEBITO-EMITIDO.
       PERFORM 0660-CARGAR-DEBITO-EMITIDO UNTIL EOF-DEBITOS.
       PERFORM 0680-LEER-NOTA-EMITIDA.
       PERFORM 0700-CONTROLAR-NOTA-EMITIDA UNTIL EOF-NOTAS.
       PERFORM 0740-LEER-PENDIENTE.
       PERFORM 0760-CONTROLAR-PENDIENTE UNTIL EOF-PENDIENTES.
       PERFORM 0800-CONTROLAR-SIN-PARTIDA.
       PERFORM 0890-FIN-CARGA.

      *****************************************************
      *****************************************************
       CONTROL-NUMERACION SECTION.
      *****************************************************
      *****************************************************
       PERFORM 1000-INICIO-NUMERACION.
       PERFORM 1100-LEER-ORDENADO.
       PERFORM 1200-CONTROLAR-NUMERO UNTIL EOF-ORDENADO.
       PERFORM 1500-CONTROLAR-CONTADORES.
       PERFORM 1900-FIN-AUDITORIA.

      *****************************************************
      *****************************************************
       OTRA SECTION.
      *****************************************************
      *****************************************************
        0100-INICIO-AUDITORIA.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-DEL-DIA.
            MOVE WS-CURRENT-DATE TO FECHA-INICIO-CORRIDA.
            MOVE WS-CURRENT-TIME(1:6) TO HORA-INICIO-CORRIDA.
            MOVE WS-CURRENT-DAY TO AUD-DIA.
            MOVE WS-CURRENT-MONTH TO AUD-MES.
            MOVE WS-CURRENT-YEAR TO AUD-ANIO.
            OPEN INPUT SUCURSALES.
            PERFORM 0110-LEER-SUCURSAL.
            PERFORM 0120-CARGAR-SUCURSAL UNTIL EOF-SUCURSALES.
            CLOSE SUCURSALES.
            OPEN INPUT TIPOS_CLASE.
            PERFORM 0130-LEER-TIPOS-CLASE.
            PERFORM 0140-CARGAR-TIPOS-CLASE UNTIL EOF-CLASES.
            CLOSE TIPOS_CLASE.
            MOVE ZEROS TO NUM-ULTIMO-USADO NUM-ULTIMO-USADO-B.
            OPEN INPUT NUMERACION-FACTURA.
            READ NUMERACION-FACTURA
                AT END MOVE ZEROS TO NUM-ULTIMO-USADO
                                     NUM-ULTIMO-USADO-B.
            MOVE NUM-ULTIMO-USADO TO ULTIMO-USADO-A.
            MOVE NUM-ULTIMO-USADO-B TO ULTIMO-USADO-B.
            CLOSE NUMERACION-FACTURA.
            OPEN INPUT PROFESORES.
            OPEN INPUT TIMES-I.
            OPEN INPUT HIST-TIMES.
            OPEN INPUT AGENDA.
            OPEN INPUT LICENCIAS.
            OPEN OUTPUT LISTADO-AUDITORIA.
            WRITE LINEA-AUDITORIA FROM ENCABEZADO-AUDITORIA.
            WRITE LINEA-AUDITORIA FROM LINEA-EN-BLANCO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0110-LEER-SUCURSAL.
         READ SUCURSALES RECORD.
         IF NOT OK-SUC
             MOVE "SI" TO EOF-SUC-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0120-CARGAR-SUCURSAL.
         IF SUC-SUBINDICE > 200
             DISPLAY 'TABLA-SUCURSALES LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE SUC-CUIT TO TAB-SUC-CUIT(SUC-SUBINDICE).
         ADD 1 TO SUC-SUBINDICE.
         PERFORM 0110-LEER-SUCURSAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0130-LEER-TIPOS-CLASE.
         READ TIPOS_CLASE AT END MOVE "SI" TO EOF-CLASES-SW.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0140-CARGAR-TIPOS-CLASE.
         IF TIP-SUBINDICE > 50
             DISPLAY 'TABLA-TIPOS-CLASE LLENA - AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE TIP-TIP_CLASE TO TAB-TIP-TIP-CLASE(TIP-SUBINDICE).
         ADD 1 TO TIP-SUBINDICE.
         PERFORM 0130-LEER-TIPOS-CLASE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0150-BUSCAR-CUIT.
         MOVE "NO" TO CLAVE-HALLADA-SW.
         SET SUC-INDICE TO 1.
         SEARCH TAB-SUCURSALES
             AT END CONTINUE
             WHEN SUC-INDICE EQUAL SUC-SUBINDICE
                 CONTINUE
             WHEN TAB-SUC-CUIT(SUC-INDICE) EQUAL TIM-CUIT
                 MOVE "SI" TO CLAVE-HALLADA-SW
         END-SEARCH.

      *-----------------------------------------------------------*
      * El tipo a buscar viene en HUERFANO-VALOR, que es lo que se
      * anota si no aparece.
      *-----------------------------------------------------------*
        0160-BUSCAR-TIPO-CLASE.
         MOVE "NO" TO CLAVE-HALLADA-SW.
         SET TIP-INDICE TO 1.
         SEARCH TAB-TIPOS-CLASE
             AT END CONTINUE
             WHEN TIP-INDICE EQUAL TIP-SUBINDICE
                 CONTINUE
             WHEN TAB-TIP-TIP-CLASE(TIP-INDICE) EQUAL
                  HUERFANO-VALOR(1:4)
                 MOVE "SI" TO CLAVE-HALLADA-SW
         END-SEARCH.

      *-----------------------------------------------------------*
      * Idem con el numero de profesor, leido por clave.
      *-----------------------------------------------------------*
        0170-BUSCAR-PROFESOR.
         MOVE "NO" TO CLAVE-HALLADA-SW.
         MOVE HUERFANO-VALOR(1:5) TO PROF-NUMERO.
         READ PROFESORES RECORD.
         IF OK-PROF-LEIDO
             MOVE "SI" TO CLAVE-HALLADA-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-TIMES-I.
         READ TIMES-I RECORD.
         IF TIMES-I-ESTADO NOT EQUAL '00'
             MOVE "SI" TO EOF-TIM-SW
         END-IF.

      *-----------------------------------------------------------*
      * TimesI.dat es lo que TP2 factura: un CUIT o un tipo sin
      * maestro es una linea que sale sin sucursal o sin tarifa.
      *-----------------------------------------------------------*
        0250-CONTROLAR-TIMES-I.
         ADD 1 TO TOTAL-TIMES-I-LEIDOS.
         MOVE 'TIMESI.DAT' TO HUERFANO-ARCHIVO.
         PERFORM 0150-BUSCAR-CUIT.
         IF NOT CLAVE-HALLADA
             MOVE 'CUIT' TO HUERFANO-CAMPO
             MOVE TIM-CUIT TO HUERFANO-VALOR
             MOVE 'E' TO HUERFANO-SEVERIDAD
             PERFORM 0900-ANOTAR-HUERFANO
         END-IF.
         MOVE TIM-TIP-CLASE TO HUERFANO-VALOR.
         PERFORM 0160-BUSCAR-TIPO-CLASE.
         IF NOT CLAVE-HALLADA
             MOVE 'TIPO CLASE' TO HUERFANO-CAMPO
             MOVE 'E' TO HUERFANO-SEVERIDAD
             PERFORM 0900-ANOTAR-HUERFANO
         END-IF.
         MOVE TIM-NUMERO TO HUERFANO-VALOR.
         PERFORM 0170-BUSCAR-PROFESOR.
         IF NOT CLAVE-HALLADA
             MOVE 'PROFESOR' TO HUERFANO-CAMPO
             MOVE 'W' TO HUERFANO-SEVERIDAD
             PERFORM 0900-ANOTAR-HUERFANO
         END-IF.
         PERFORM 0200-LEER-TIMES-I.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-HISTORICO.
         READ HIST-TIMES AT END MOVE "SI" TO EOF-HIST-SW.
         IF HIST-ESTADO NOT EQUAL '00' AND NOT EOF-HISTORICO
             MOVE "SI" TO EOF-HIST-SW
         END-IF.

      *-----------------------------------------------------------*
      * Un tipo dado de baja con historia deja a REFACTURA,
      * COMPARA y TENDENCIA sin con que valorizar esos registros.
      *-----------------------------------------------------------*
        0350-CONTROLAR-HISTORICO.
         ADD 1 TO TOTAL-HIST-LEIDOS.
         MOVE HIS-TIPO-CLASE TO HUERFANO-VALOR.
         PERFORM 0160-BUSCAR-TIPO-CLASE.
         IF NOT CLAVE-HALLADA
             MOVE 'HISTTIMES.DAT' TO HUERFANO-ARCHIVO
             MOVE 'TIPO CLASE' TO HUERFANO-CAMPO
             MOVE 'W' TO HUERFANO-SEVERIDAD
             PERFORM 0900-ANOTAR-HUERFANO
         END-IF.
         PERFORM 0300-LEER-HISTORICO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-LEER-AGENDA.
         READ AGENDA AT END MOVE "SI" TO EOF-AGE-SW.
         IF AGENDA-ESTADO NOT EQUAL '00' AND NOT EOF-AGENDA
             MOVE "SI" TO EOF-AGE-SW
         END-IF.

      *-----------------------------------------------------------*
      * Solo las clases de hoy en adelante: lo ya dictado no se
      * va a volver a asignar.
      *-----------------------------------------------------------*
        0420-CONTROLAR-AGENDA.
         IF AGE-FECHA NOT < FECHA-DEL-DIA
             ADD 1 TO TOTAL-AGENDA-VIGENTE
             MOVE AGE-NUMERO TO HUERFANO-VALOR
             PERFORM 0170-BUSCAR-PROFESOR
             IF NOT CLAVE-HALLADA
                 MOVE 'AGENDA.DAT' TO HUERFANO-ARCHIVO
                 MOVE 'PROFESOR' TO HUERFANO-CAMPO
                 MOVE 'W' TO HUERFANO-SEVERIDAD
                 PERFORM 0900-ANOTAR-HUERFANO
             END-IF
         END-IF.
         PERFORM 0400-LEER-AGENDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0440-LEER-LICENCIA.
         READ LICENCIAS AT END MOVE "SI" TO EOF-LIC-SW.
         IF LIC-ESTADO NOT EQUAL '00' AND NOT EOF-LICENCIAS
             MOVE "SI" TO EOF-LIC-SW
         END-IF.

      *-----------------------------------------------------------*
      * Licencias que todavia no terminaron.
      *-----------------------------------------------------------*
        0460-CONTROLAR-LICENCIA.
         IF LIC-HASTA NOT < FECHA-DEL-DIA
             ADD 1 TO TOTAL-LICENCIAS-VIGENTES
             MOVE LIC-NUMERO TO HUERFANO-VALOR
             PERFORM 0170-BUSCAR-PROFESOR
             IF NOT CLAVE-HALLADA
                 MOVE 'LICENCIAS.DAT' TO HUERFANO-ARCHIVO
                 MOVE 'PROFESOR' TO HUERFANO-CAMPO
                 MOVE 'W' TO HUERFANO-SEVERIDAD
                 PERFORM 0900-ANOTAR-HUERFANO
             END-IF
         END-IF.
         PERFORM 0440-LEER-LICENCIA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0500-EMITIR-HUERFANOS.
            CLOSE PROFESORES.
            CLOSE TIMES-I.
            CLOSE HIST-TIMES.
            CLOSE AGENDA.
            CLOSE LICENCIAS.
            MOVE 'CLAVES SIN REGISTRO EN EL MAESTRO' TO
                AUD-TITULO-SECCION.
            WRITE LINEA-AUDITORIA FROM LINEA-SECCION-AUDITORIA.
            WRITE LINEA-AUDITORIA FROM ENCABEZADO-HUERFANOS-COL.
            PERFORM 0550-EMITIR-HUERFANO
                VARYING HUE-INDICE FROM 1 BY 1
                UNTIL HUE-INDICE EQUAL HUE-SUBINDICE.
            WRITE LINEA-AUDITORIA FROM LINEA-EN-BLANCO.
            MOVE 'CUENTA CORRIENTE Y COMPROBANTES' TO
                AUD-TITULO-SECCION.
            WRITE LINEA-AUDITORIA FROM LINEA-SECCION-AUDITORIA.
            WRITE LINEA-AUDITORIA FROM ENCABEZADO-DOCUMENTOS-COL.
            OPEN INPUT FACTURAS-EMITIDAS.
            OPEN INPUT DEBITOS-EMITIDOS.
            OPEN INPUT NOTAS-EMITIDAS.
            OPEN INPUT CTAS-PENDIENTES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0550-EMITIR-HUERFANO.
         IF TAB-HUE-SEVERIDAD(HUE-INDICE) EQUAL 'E'
             MOVE '*ERROR* ' TO HUD-MARCA
         ELSE
             MOVE '*AVISO* ' TO HUD-MARCA
         END-IF.
         MOVE TAB-HUE-ARCHIVO(HUE-INDICE) TO HUD-ARCHIVO.
         MOVE TAB-HUE-CAMPO(HUE-INDICE) TO HUD-CAMPO.
         MOVE TAB-HUE-VALOR(HUE-INDICE) TO HUD-VALOR.
         MOVE TAB-HUE-CANTIDAD(HUE-INDICE) TO HUD-CANTIDAD.
         WRITE LINEA-AUDITORIA FROM DATOS-HUERFANO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0600-LEER-EMITIDA.
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
      *-----------------------------------------------------------*
        0620-CARGAR-EMITIDA.
         ADD 1 TO TOTAL-FACTURAS-LEIDAS.
         IF FAC-SUBINDICE > 5000
             DISPLAY 'TABLA-FACTURAS LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE EMI-LETRA TO TAB-FAC-LETRA(FAC-SUBINDICE).
         MOVE EMI-NUMERO TO TAB-FAC-NUMERO(FAC-SUBINDICE).
         MOVE EMI-CUIT TO TAB-FAC-CUIT(FAC-SUBINDICE).
         MOVE EMI-CAE TO TAB-FAC-CAE(FAC-SUBINDICE).
         MOVE 'N' TO TAB-FAC-PARTIDA(FAC-SUBINDICE).
         ADD 1 TO FAC-SUBINDICE.
         MOVE EMI-LETRA TO ORD-LETRA.
         MOVE EMI-NUMERO TO ORD-NUMERO.
         MOVE 'F' TO ORD-TIPO.
         RELEASE REG-ORDENADO.
         PERFORM 0600-LEER-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0640-LEER-DEBITO-EMITIDO.
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
        0660-CARGAR-DEBITO-EMITIDO.
         ADD 1 TO TOTAL-DEBITOS-LEIDOS.
         IF DEB-SUBINDICE > 2000
             DISPLAY 'TABLA-DEBITOS LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE NDE-LETRA TO TAB-DEB-LETRA(DEB-SUBINDICE).
         MOVE NDE-NUMERO TO TAB-DEB-NUMERO(DEB-SUBINDICE).
         MOVE NDE-CUIT TO TAB-DEB-CUIT(DEB-SUBINDICE).
         MOVE 'N' TO TAB-DEB-PARTIDA(DEB-SUBINDICE).
         ADD 1 TO DEB-SUBINDICE.
         MOVE NDE-LETRA TO ORD-LETRA.
         MOVE NDE-NUMERO TO ORD-NUMERO.
         MOVE 'D' TO ORD-TIPO.
         RELEASE REG-ORDENADO.
         PERFORM 0640-LEER-DEBITO-EMITIDO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0680-LEER-NOTA-EMITIDA.
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
      * La nota de credito sale de la serie de la factura que
      * cancela, asi que la factura se busca con la misma letra.
      *-----------------------------------------------------------*
        0700-CONTROLAR-NOTA-EMITIDA.
         ADD 1 TO TOTAL-NOTAS-LEIDAS.
         MOVE "NO" TO CLAVE-HALLADA-SW.
         SET FAC-INDICE TO 1.
         SEARCH TAB-FACTURAS
             AT END CONTINUE
             WHEN FAC-INDICE EQUAL FAC-SUBINDICE
                 CONTINUE
             WHEN TAB-FAC-NUMERO(FAC-INDICE) EQUAL NCE-FACTURA
                AND TAB-FAC-LETRA(FAC-INDICE) EQUAL NCE-LETRA
                 MOVE "SI" TO CLAVE-HALLADA-SW
         END-SEARCH.
         IF NOT CLAVE-HALLADA
             PERFORM 0950-ANOTAR-ERROR
             MOVE 'N.CRED. ' TO DOC-TIPO
             MOVE NCE-LETRA TO DOC-LETRA
             MOVE NCE-NUMERO TO DOC-NUMERO
             MOVE NCE-CUIT TO DOC-CUIT
             MOVE SPACES TO DOC-OBSERVACION
             STRING 'CANCELA LA FACTURA ' NCE-FACTURA
                    ' QUE NO FUE EMITIDA'
                 DELIMITED BY SIZE INTO DOC-OBSERVACION
             WRITE LINEA-AUDITORIA FROM DATOS-DOCUMENTO
         END-IF.
         MOVE NCE-LETRA TO ORD-LETRA.
         MOVE NCE-NUMERO TO ORD-NUMERO.
         MOVE 'C' TO ORD-TIPO.
         RELEASE REG-ORDENADO.
         PERFORM 0680-LEER-NOTA-EMITIDA.

      *-----------------------------------------------------------*
      * Mismo tratamiento de los registros viejos que COBRANZA:
      * letra en blanco es A, tipo en blanco es factura.
      *-----------------------------------------------------------*
        0740-LEER-PENDIENTE.
         MOVE ZEROS TO PEN-ACREDITADO PEN-FECHA-INTERES.
         MOVE SPACES TO PEN-LETRA PEN-TIPO.
         READ CTAS-PENDIENTES AT END MOVE "SI" TO EOF-PEN-SW.
         IF PEN-ESTADO NOT EQUAL '00' AND NOT EOF-PENDIENTES
             MOVE "SI" TO EOF-PEN-SW
         END-IF.
         IF PEN-LETRA EQUAL SPACE
             MOVE 'A' TO PEN-LETRA
         END-IF.
         IF PEN-TIPO EQUAL SPACE
             MOVE 'F' TO PEN-TIPO
         END-IF.

      *-----------------------------------------------------------*
      * Una partida sin comprobante es deuda que no respalda
      * ningun documento emitido.
      *-----------------------------------------------------------*
        0760-CONTROLAR-PENDIENTE.
         ADD 1 TO TOTAL-PENDIENTES-LEIDAS.
         MOVE "NO" TO CLAVE-HALLADA-SW.
         IF PEN-TIPO EQUAL 'D'
             PERFORM 0770-BUSCAR-DEBITO
             MOVE 'N.DEB.  ' TO DOC-TIPO
         ELSE
             PERFORM 0780-BUSCAR-FACTURA
             MOVE 'FACTURA ' TO DOC-TIPO
         END-IF.
         IF NOT CLAVE-HALLADA
             PERFORM 0950-ANOTAR-ERROR
             MOVE PEN-LETRA TO DOC-LETRA
             MOVE PEN-NUMERO TO DOC-NUMERO
             MOVE PEN-CUIT TO DOC-CUIT
             MOVE 'PARTIDA EN CTASPENDIENTES SIN COMPROBANTE EMITIDO'
                 TO DOC-OBSERVACION
             WRITE LINEA-AUDITORIA FROM DATOS-DOCUMENTO
         END-IF.
         PERFORM 0740-LEER-PENDIENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0770-BUSCAR-DEBITO.
         SET DEB-INDICE TO 1.
         SEARCH TAB-DEBITOS
             AT END CONTINUE
             WHEN DEB-INDICE EQUAL DEB-SUBINDICE
                 CONTINUE
             WHEN TAB-DEB-NUMERO(DEB-INDICE) EQUAL PEN-NUMERO
                AND TAB-DEB-LETRA(DEB-INDICE) EQUAL PEN-LETRA
                 MOVE "SI" TO CLAVE-HALLADA-SW
                 MOVE 'S' TO TAB-DEB-PARTIDA(DEB-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0780-BUSCAR-FACTURA.
         SET FAC-INDICE TO 1.
         SEARCH TAB-FACTURAS
             AT END CONTINUE
             WHEN FAC-INDICE EQUAL FAC-SUBINDICE
                 CONTINUE
             WHEN TAB-FAC-NUMERO(FAC-INDICE) EQUAL PEN-NUMERO
                AND TAB-FAC-LETRA(FAC-INDICE) EQUAL PEN-LETRA
                 MOVE "SI" TO CLAVE-HALLADA-SW
                 MOVE 'S' TO TAB-FAC-PARTIDA(FAC-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      * Comprobantes sin partida: la factura sin CAE todavia no
      * abre partida en COBRANZA (se cuenta aparte, no es un
      * hallazgo); la autorizada o la nota de debito sin partida
      * es cobranza todavia no corrida o una partida perdida.
      *-----------------------------------------------------------*
        0800-CONTROLAR-SIN-PARTIDA.
            PERFORM 0810-CONTROLAR-FACTURA
                VARYING FAC-INDICE FROM 1 BY 1
                UNTIL FAC-INDICE EQUAL FAC-SUBINDICE.
            PERFORM 0820-CONTROLAR-DEBITO
                VARYING DEB-INDICE FROM 1 BY 1
                UNTIL DEB-INDICE EQUAL DEB-SUBINDICE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0810-CONTROLAR-FACTURA.
         IF TAB-FAC-PARTIDA(FAC-INDICE) EQUAL 'N'
             IF TAB-FAC-CAE(FAC-INDICE) EQUAL SPACES
                 ADD 1 TO TOTAL-FACTURAS-SIN-CAE
             ELSE
                 PERFORM 0960-ANOTAR-AVISO
                 MOVE 'FACTURA ' TO DOC-TIPO
                 MOVE TAB-FAC-LETRA(FAC-INDICE) TO DOC-LETRA
                 MOVE TAB-FAC-NUMERO(FAC-INDICE) TO DOC-NUMERO
                 MOVE TAB-FAC-CUIT(FAC-INDICE) TO DOC-CUIT
                 MOVE 'AUTORIZADA Y SIN PARTIDA EN CTASPENDIENTES'
                     TO DOC-OBSERVACION
                 WRITE LINEA-AUDITORIA FROM DATOS-DOCUMENTO
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0820-CONTROLAR-DEBITO.
         IF TAB-DEB-PARTIDA(DEB-INDICE) EQUAL 'N'
             PERFORM 0960-ANOTAR-AVISO
             MOVE 'N.DEB.  ' TO DOC-TIPO
             MOVE TAB-DEB-LETRA(DEB-INDICE) TO DOC-LETRA
             MOVE TAB-DEB-NUMERO(DEB-INDICE) TO DOC-NUMERO
             MOVE TAB-DEB-CUIT(DEB-INDICE) TO DOC-CUIT
             MOVE 'SIN PARTIDA EN CTASPENDIENTES' TO DOC-OBSERVACION
             WRITE LINEA-AUDITORIA FROM DATOS-DOCUMENTO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0890-FIN-CARGA.
            CLOSE FACTURAS-EMITIDAS.
            CLOSE DEBITOS-EMITIDOS.
            CLOSE NOTAS-EMITIDAS.
            CLOSE CTAS-PENDIENTES.

      *-----------------------------------------------------------*
      * La clave ya anotada suma un registro; la nueva ocupa una
      * entrada y cuenta como hallazgo con su severidad.
      *-----------------------------------------------------------*
        0900-ANOTAR-HUERFANO.
         SET HUE-INDICE TO 1.
         SEARCH TAB-HUERFANOS
             AT END
                 DISPLAY 'TABLA-HUERFANOS LLENA - '
                 DISPLAY 'AUMENTAR EL OCCURS'
                 STOP RUN
             WHEN HUE-INDICE EQUAL HUE-SUBINDICE
                 ADD 1 TO HUE-SUBINDICE
                 MOVE HUERFANO-ARCHIVO TO TAB-HUE-ARCHIVO(HUE-INDICE)
                 MOVE HUERFANO-CAMPO TO TAB-HUE-CAMPO(HUE-INDICE)
                 MOVE HUERFANO-VALOR TO TAB-HUE-VALOR(HUE-INDICE)
                 MOVE HUERFANO-SEVERIDAD
                     TO TAB-HUE-SEVERIDAD(HUE-INDICE)
                 MOVE 1 TO TAB-HUE-CANTIDAD(HUE-INDICE)
                 ADD 1 TO TOTAL-CLAVES-HUERFANAS
                 IF HUERFANO-SEVERIDAD EQUAL 'E'
                     PERFORM 0950-ANOTAR-ERROR
                 ELSE
                     PERFORM 0960-ANOTAR-AVISO
                 END-IF
             WHEN TAB-HUE-ARCHIVO(HUE-INDICE) EQUAL HUERFANO-ARCHIVO
                AND TAB-HUE-CAMPO(HUE-INDICE) EQUAL HUERFANO-CAMPO
                AND TAB-HUE-VALOR(HUE-INDICE) EQUAL HUERFANO-VALOR
                 ADD 1 TO TAB-HUE-CANTIDAD(HUE-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      * Cuentan el hallazgo, elevan la severidad de la corrida y
      * dejan la marca para la linea del listado.
      *-----------------------------------------------------------*
        0950-ANOTAR-ERROR.
         ADD 1 TO TOTAL-ERRORES.
         MOVE 'E' TO SEVERIDAD-CORRIDA.
         MOVE '*ERROR* ' TO DOC-MARCA SAL-MARCA DUP-MARCA CNT-MARCA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0960-ANOTAR-AVISO.
         ADD 1 TO TOTAL-AVISOS.
         IF SEVERIDAD-CORRIDA NOT EQUAL 'E'
             MOVE 'W' TO SEVERIDAD-CORRIDA
         END-IF.
         MOVE '*AVISO* ' TO DOC-MARCA SAL-MARCA DUP-MARCA CNT-MARCA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-INICIO-NUMERACION.
            WRITE LINEA-AUDITORIA FROM LINEA-EN-BLANCO.
            MOVE 'NUMERACION FISCAL (FACTURAS, N.CREDITO, N.DEBITO)'
                TO AUD-TITULO-SECCION.
            WRITE LINEA-AUDITORIA FROM LINEA-SECCION-AUDITORIA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1100-LEER-ORDENADO.
         RETURN ARCHIVO-AUDITORIA-ORDENADO
            AT END MOVE "SI" TO EOF-ORD-SW.

      *-----------------------------------------------------------*
      * Dentro de cada letra, cada numero tiene que ser el
      * siguiente del anterior: el repetido es error (dos
      * comprobantes con el mismo numero legal), el salto es
      * aviso. La serie se controla desde el menor numero que
      * haya en los archivos.
      *-----------------------------------------------------------*
        1200-CONTROLAR-NUMERO.
         IF ORD-LETRA NOT EQUAL LETRA-ANTERIOR
             MOVE ORD-LETRA TO LETRA-ANTERIOR
             MOVE "NO" TO HAY-NUMERO-ANTERIOR-SW
         END-IF.
         IF HAY-NUMERO-ANTERIOR
             IF ORD-NUMERO EQUAL NUMERO-ANTERIOR
                 PERFORM 0950-ANOTAR-ERROR
                 MOVE ORD-LETRA TO DUP-LETRA
                 MOVE ORD-NUMERO TO DUP-NUMERO
                 MOVE TIPO-ANTERIOR TO TIPO-A-NOMBRAR
                 PERFORM 1250-NOMBRAR-TIPO
                 MOVE NOMBRE-TIPO TO DUP-TIPO-1
                 MOVE ORD-TIPO TO TIPO-A-NOMBRAR
                 PERFORM 1250-NOMBRAR-TIPO
                 MOVE NOMBRE-TIPO TO DUP-TIPO-2
                 WRITE LINEA-AUDITORIA FROM LINEA-NUMERO-DUPLICADO
             END-IF
             IF ORD-NUMERO > NUMERO-ANTERIOR + 1
                 PERFORM 0960-ANOTAR-AVISO
                 COMPUTE FALTANTE-DESDE = NUMERO-ANTERIOR + 1
                 COMPUTE FALTANTE-HASTA = ORD-NUMERO - 1
                 MOVE ORD-LETRA TO SAL-LETRA
                 MOVE FALTANTE-DESDE TO SAL-DESDE
                 MOVE FALTANTE-HASTA TO SAL-HASTA
                 WRITE LINEA-AUDITORIA FROM LINEA-SALTO-NUMERACION
             END-IF
         END-IF.
         MOVE "SI" TO HAY-NUMERO-ANTERIOR-SW.
         MOVE ORD-NUMERO TO NUMERO-ANTERIOR.
         MOVE ORD-TIPO TO TIPO-ANTERIOR.
         IF ORD-LETRA EQUAL 'B'
             MOVE ORD-NUMERO TO MAYOR-EMITIDO-B
         ELSE
             MOVE ORD-NUMERO TO MAYOR-EMITIDO-A
         END-IF.
         PERFORM 1100-LEER-ORDENADO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1250-NOMBRAR-TIPO.
         EVALUATE TIPO-A-NOMBRAR
             WHEN 'F'
                 MOVE 'FACTURA ' TO NOMBRE-TIPO
             WHEN 'D'
                 MOVE 'N.DEB.  ' TO NOMBRE-TIPO
             WHEN OTHER
                 MOVE 'N.CRED. ' TO NOMBRE-TIPO
         END-EVALUATE.

      *-----------------------------------------------------------*
      * El contador de cada serie tiene que ser el mayor numero
      * emitido de esa letra. Atrasado, TP2, NOTACRED o INTERESES
      * volverian a dar un numero ya usado: error. Adelantado,
      * quedaron numeros consumidos sin comprobante: aviso.
      *-----------------------------------------------------------*
        1500-CONTROLAR-CONTADORES.
            WRITE LINEA-AUDITORIA FROM LINEA-EN-BLANCO.
            MOVE 'A' TO CNT-LETRA.
            MOVE ULTIMO-USADO-A TO CNT-ULTIMO-USADO.
            MOVE MAYOR-EMITIDO-A TO CNT-MAYOR-EMITIDO.
            PERFORM 1550-CONTROLAR-CONTADOR.
            MOVE 'B' TO CNT-LETRA.
            MOVE ULTIMO-USADO-B TO CNT-ULTIMO-USADO.
            MOVE MAYOR-EMITIDO-B TO CNT-MAYOR-EMITIDO.
            PERFORM 1550-CONTROLAR-CONTADOR.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1550-CONTROLAR-CONTADOR.
         IF CNT-ULTIMO-USADO < CNT-MAYOR-EMITIDO
             PERFORM 0950-ANOTAR-ERROR
         ELSE
             IF CNT-ULTIMO-USADO > CNT-MAYOR-EMITIDO
                 PERFORM 0960-ANOTAR-AVISO
             ELSE
                 MOVE SPACES TO CNT-MARCA
             END-IF
         END-IF.
         WRITE LINEA-AUDITORIA FROM LINEA-CONTADOR.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1900-FIN-AUDITORIA.
            WRITE LINEA-AUDITORIA FROM LINEA-EN-BLANCO.
            MOVE 'REGISTROS LEIDOS DE TIMESI.DAT:' TO LTA-ETIQUETA.
            MOVE TOTAL-TIMES-I-LEIDOS TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'REGISTROS LEIDOS DE HISTTIMES.DAT:' TO LTA-ETIQUETA.
            MOVE TOTAL-HIST-LEIDOS TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'CLASES VIGENTES EN AGENDA.DAT:' TO LTA-ETIQUETA.
            MOVE TOTAL-AGENDA-VIGENTE TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'LICENCIAS VIGENTES EN LICENCIAS.DAT:' TO
                LTA-ETIQUETA.
            MOVE TOTAL-LICENCIAS-VIGENTES TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'FACTURAS EMITIDAS:' TO LTA-ETIQUETA.
            MOVE TOTAL-FACTURAS-LEIDAS TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'FACTURAS SIN CAE (SIN PARTIDA AUN):' TO
                LTA-ETIQUETA.
            MOVE TOTAL-FACTURAS-SIN-CAE TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'NOTAS DE CREDITO EMITIDAS:' TO LTA-ETIQUETA.
            MOVE TOTAL-NOTAS-LEIDAS TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'NOTAS DE DEBITO EMITIDAS:' TO LTA-ETIQUETA.
            MOVE TOTAL-DEBITOS-LEIDOS TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'PARTIDAS EN CTASPENDIENTES.DAT:' TO LTA-ETIQUETA.
            MOVE TOTAL-PENDIENTES-LEIDAS TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'CLAVES HUERFANAS DISTINTAS:' TO LTA-ETIQUETA.
            MOVE TOTAL-CLAVES-HUERFANAS TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'HALLAZGOS CON SEVERIDAD E:' TO LTA-ETIQUETA.
            MOVE TOTAL-ERRORES TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            MOVE 'HALLAZGOS CON SEVERIDAD W:' TO LTA-ETIQUETA.
            MOVE TOTAL-AVISOS TO LTA-CANTIDAD.
            WRITE LINEA-AUDITORIA FROM LINEA-TOTAL-AUDITORIA.
            WRITE LINEA-AUDITORIA FROM LINEA-EN-BLANCO.
            MOVE SEVERIDAD-CORRIDA TO LSA-SEVERIDAD.
            EVALUATE SEVERIDAD-CORRIDA
                WHEN 'E'
                    MOVE 'NO CERRAR EL PERIODO' TO LSA-TEXTO
                WHEN 'W'
                    MOVE 'REVISAR LOS AVISOS' TO LSA-TEXTO
                WHEN OTHER
                    MOVE 'SIN HALLAZGOS' TO LSA-TEXTO
            END-EVALUATE.
            WRITE LINEA-AUDITORIA FROM LINEA-SEVERIDAD-AUDITORIA.
            CLOSE LISTADO-AUDITORIA.

      *-----------------------------------------------------------*
      * Registro de corrida: LEIDOS es el total de registros
      * auditados, SELECCIONADOS los hallazgos y ESCRITOS los de
      * severidad E. Codigo de retorno 0/4/8 como el resto de la
      * cadena.
      *-----------------------------------------------------------*
        2990-GRABAR-RUN-CONTROL.
         COMPUTE TOTAL-REGISTROS-LEIDOS =
             TOTAL-TIMES-I-LEIDOS + TOTAL-HIST-LEIDOS +
             TOTAL-AGENDA-VIGENTE + TOTAL-LICENCIAS-VIGENTES +
             TOTAL-FACTURAS-LEIDAS + TOTAL-NOTAS-LEIDAS +
             TOTAL-DEBITOS-LEIDOS + TOTAL-PENDIENTES-LEIDAS.
         OPEN EXTEND RUN-CONTROL.
         MOVE 'AUDITA  ' TO RUN-PROGRAMA.
         MOVE FECHA-INICIO-CORRIDA TO RUN-FECHA-INICIO.
         MOVE HORA-INICIO-CORRIDA TO RUN-HORA-INICIO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO RUN-FECHA-FIN.
         MOVE WS-CURRENT-TIME(1:6) TO RUN-HORA-FIN.
         MOVE TOTAL-ERRORES TO PAR-CORRIDA-ERRORES.
         MOVE TOTAL-AVISOS TO PAR-CORRIDA-AVISOS.
         MOVE PARAMETROS-CORRIDA TO RUN-PARAMETROS.
         MOVE TOTAL-REGISTROS-LEIDOS TO RUN-LEIDOS.
         ADD TOTAL-ERRORES TOTAL-AVISOS GIVING RUN-SELECCIONADOS.
         MOVE TOTAL-ERRORES TO RUN-ESCRITOS.
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
