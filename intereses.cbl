        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTERESES.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Tasa mensual de interes por mora, dias de gracia y fecha
      * de corte de la corrida.
            SELECT PARAM-INTERESES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PARAM-ESTADO.

      * Razon social, direccion y condicion de IVA de cada CUIT,
      * para la carta y para la letra de la nota de debito.
            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS SUC-SUCURSAL
                                  FILE STATUS IS SUC-ESTADO.

      * Partidas abiertas que deja COBRANZA: se leen enteras y se
      * regraban con la fecha hasta la que ya se cobro interes. La
      * nota de debito no abre partida aca: la abre COBRANZA desde
      * NotasDebEmitidas.dat cuando ya tiene CAE. La corrida va
      * despues de COBRANZA, para cobrar interes sobre saldos con
      * los recibos del dia ya aplicados.
            SELECT OPTIONAL CTAS-PENDIENTES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PEN-ESTADO.

      * La nota de debito consume numero de la misma secuencia
      * legal que facturas y notas de credito.
            SELECT OPTIONAL NUMERACION-FACTURA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NUM-ESTADO.

      * Registro acumulativo de notas de debito emitidas, para el
      * libro de IVA y para cargar el CAE.
            SELECT OPTIONAL DEBITOS-EMITIDOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NDE-ESTADO.

            SELECT OPTIONAL SOLICITUD-CAE ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS SCA-ESTADO.

      * Avisos de mora ya mandados a cada CUIT: el tono de la
      * carta sube con cada aviso y vuelve a cero cuando el CUIT
      * deja de tener deuda vencida.
            SELECT OPTIONAL AVISOS-MORA ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS AVI-ESTADO.

            SELECT NOTAS-DEBITO ASSIGN TO PRINTER
                                  "NotasDebito.dat".
            SELECT CARTAS-MORA ASSIGN TO PRINTER
                                  "CartasMora.dat".
            SELECT LISTADO-INTERESES ASSIGN TO PRINTER
                                  "InteresesListado.dat".

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

      * Tasa en porcentaje mensual (0250 = 2,50 %), dias de
      * gracia despues de la fecha de la factura y fecha de corte
      * AAAAMMDD hasta la que se calcula el interes.
        FD PARAM-INTERESES LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "ParamIntereses.dat".
        01 REG-PARAM-INTERESES.
            03 PAR-TASA-MENSUAL       PIC 9(2)V99.
            03 PAR-DIAS-GRACIA        PIC 9(3).
            03 PAR-FECHA-CORTE        PIC 9(8).

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
      * 'F' factura, 'D' nota de debito por intereses; en blanco
      * en los registros viejos, que son todos facturas.
            03 PEN-TIPO               PIC X.
      * Fecha hasta la que ya se cobro interes sobre la partida;
      * en cero si nunca se cobro.
            03 PEN-FECHA-INTERES      PIC 9(8).

        FD NUMERACION-FACTURA LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "NumFactura.dat".
        01 REG-NUMERACION.
            03 NUM-ULTIMO-USADO PIC 9(8).
            03 NUM-ULTIMO-USADO-B PIC 9(8).

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

        FD SOLICITUD-CAE LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "SolicitudCAE.dat".
        01 REG-SOLICITUD-CAE.
      * 'F' factura, 'C' nota de credito, 'D' nota de debito.
            03 SCA-TIPO               PIC X.
            03 SCA-CUIT               PIC 9(11).
            03 SCA-NUMERO             PIC 9(8).
            03 SCA-FECHA              PIC 9(8).
            03 SCA-NETO               PIC 9(9)V99.
            03 SCA-IVA                PIC 9(9)V99.
            03 SCA-TOTAL              PIC 9(10)V99.
            03 SCA-LETRA              PIC X.

        FD AVISOS-MORA    LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "AvisosMora.dat".
        01 REG-AVISO-MORA.
            03 AVI-CUIT               PIC 9(11).
            03 AVI-CANTIDAD           PIC 9(3).
            03 AVI-ULTIMO-CORTE       PIC 9(8).

        FD NOTAS-DEBITO LABEL RECORD OMITTED.
        01 LINEA-NOTA PIC X(80).

        FD CARTAS-MORA LABEL RECORD OMITTED.
        01 LINEA-CARTA PIC X(80).

        FD LISTADO-INTERESES LABEL RECORD OMITTED.
        01 LINEA-INTERESES PIC X(110).

        WORKING-STORAGE SECTION.
        77 PARAM-ESTADO PIC XX.
        77 SUC-ESTADO PIC XX.
            88 OK-SUC VALUE '00'.
        77 PEN-ESTADO PIC XX.
        77 NUM-ESTADO PIC XX.
        77 NDE-ESTADO PIC XX.
        77 SCA-ESTADO PIC XX.
        77 AVI-ESTADO PIC XX.
        77 EOF-SUC-SW PIC XX VALUE "NO".
            88 EOF-SUCURSALES VALUE "SI".
        77 EOF-PEN-SW PIC XX VALUE "NO".
            88 EOF-PENDIENTES VALUE "SI".
        77 EOF-AVI-SW PIC XX VALUE "NO".
            88 EOF-AVISOS VALUE "SI".
        77 SUCURSAL-HALLADA-SW PIC XX VALUE "NO".
            88 SUCURSAL-HALLADA VALUE "SI".

        77 SUC-SUBINDICE PIC 9(3) VALUE 1.
        77 PEN-SUBINDICE PIC 9(4) VALUE 1.
        77 DEU-SUBINDICE PIC 9(3) VALUE 1.
        77 AVI-SUBINDICE PIC 9(3) VALUE 1.
        77 NDN-SUBINDICE PIC 9(3) VALUE 1.
        77 ULTIMO-NUMERO-FACTURA PIC 9(8) VALUE 0.
        77 ULTIMO-NUMERO-FACTURA-B PIC 9(8) VALUE 0.
        77 FECHA-DEL-DIA PIC 9(8) VALUE 0.
        77 FECHA-CORTE PIC 9(8) VALUE 0.
        77 PERIODO-CORTE PIC 9(6) VALUE 0.
        77 TASA-MENSUAL PIC 9(2)V99 VALUE 0.
        77 DIAS-GRACIA PIC 9(3) VALUE 0.
        77 FECHA-BASE-ATRASO PIC 9(8) VALUE 0.
        77 DIAS-FECHA-CORTE PIC 9(7) VALUE 0.
        77 DIAS-FECHA-PARTIDA PIC 9(7) VALUE 0.
        77 DIAS-DESDE-INTERES PIC 9(7) VALUE 0.
        77 DIAS-VENCIMIENTO PIC 9(7) VALUE 0.
        77 DIAS-ATRASO PIC S9(5) VALUE 0.
        77 DIAS-INTERES PIC S9(5) VALUE 0.
        77 SALDO-CALCULADO PIC S9(11)V99 VALUE 0.
        77 SALDO-PARTIDA PIC 9(10)V99 VALUE 0.
        77 INTERES-PARTIDA PIC 9(9)V99 VALUE 0.
        77 AVISOS-PREVIOS PIC 9(3) VALUE 0.
        77 LETRA-NOTA PIC X VALUE 'A'.
            88 NOTA-B VALUE 'B'.
        77 ALICUOTA-NOTA PIC 9(2)V99 VALUE 0.
        77 NUMERO-NOTA PIC 9(8) VALUE 0.
        77 IVA-NOTA PIC 9(9)V99 VALUE 0.
        77 TOTAL-NOTA PIC 9(10)V99 VALUE 0.

        77 TOTAL-PARTIDAS-LEIDAS PIC 9(5) VALUE 0.
        77 TOTAL-PARTIDAS-VENCIDAS PIC 9(5) VALUE 0.
        77 TOTAL-SALDO-VENCIDO PIC 9(11)V99 VALUE 0.
        77 TOTAL-PARTIDAS-CON-INTERES PIC 9(5) VALUE 0.
        77 TOTAL-INTERES-NETO PIC 9(11)V99 VALUE 0.
        77 TOTAL-NOTAS-EMITIDAS PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-NOTAS PIC 9(11)V99 VALUE 0.
        77 TOTAL-CARTAS-EMITIDAS PIC 9(5) VALUE 0.
        77 TOTAL-CUIT-SIN-SUCURSAL PIC 9(5) VALUE 0.

      * Fecha desglosada para llevarla a dias a razon de 30 por
      * mes, la misma aproximacion del aging de COBRANZA.
        01 FECHA-DESGLOSE.
            03 FDE-ANIO PIC 9(4).
            03 FDE-MES PIC 9(2).
            03 FDE-DIA PIC 9(2).
        01 FECHA-DESGLOSE-R REDEFINES FECHA-DESGLOSE.
            03 FDE-PERIODO PIC 9(6).
            03 FILLER PIC 9(2).

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
               03 TAB-SUC-RAZON PIC X(25).
               03 TAB-SUC-DIRE PIC X(20).
               03 TAB-SUC-TEL PIC X(20).
               03 TAB-SUC-COND-IVA PIC X.
               03 TAB-SUC-ALICUOTA PIC 9(2)V99.

      * Partidas completas, para regrabarlas; los tres ultimos
      * campos son de la corrida: si la partida esta vencida, los
      * dias de atraso al corte y el interes que se le cobra.
       01 TABLA-PENDIENTES.
           02 TAB-PENDIENTES OCCURS 5000 TIMES
                   INDEXED BY PEN-INDICE.
               03 TAB-PEN-NUMERO PIC 9(8).
               03 TAB-PEN-CUIT PIC 9(11).
               03 TAB-PEN-PERIODO PIC 9(6).
               03 TAB-PEN-FECHA PIC 9(8).
               03 TAB-PEN-TOTAL PIC 9(10)V99.
               03 TAB-PEN-COBRADO PIC 9(10)V99.
               03 TAB-PEN-ACREDITADO PIC 9(10)V99.
               03 TAB-PEN-LETRA PIC X.
               03 TAB-PEN-TIPO PIC X.
               03 TAB-PEN-FECHA-INTERES PIC 9(8).
               03 TAB-PEN-VENCIDA PIC X.
               03 TAB-PEN-DIAS-ATRASO PIC 9(5).
               03 TAB-PEN-INTERES PIC 9(9)V99.

      * Un renglon por CUIT con deuda vencida al corte.
       01 TABLA-DEUDORES.
           02 TAB-DEUDORES OCCURS 200 TIMES INDEXED BY DEU-INDICE.
               03 TAB-DEU-CUIT PIC 9(11).
               03 TAB-DEU-PARTIDAS PIC 9(4).
               03 TAB-DEU-SALDO PIC 9(11)V99.
               03 TAB-DEU-INTERES PIC 9(9)V99.

       01 TABLA-AVISOS.
           02 TAB-AVISOS OCCURS 200 TIMES INDEXED BY AVI-INDICE.
               03 TAB-AVI-CUIT PIC 9(11).
               03 TAB-AVI-CANTIDAD PIC 9(3).
               03 TAB-AVI-ULTIMO-CORTE PIC 9(8).

      * Las notas de la corrida se asientan recien al final,
      * despues de regrabar la secuencia legal, por el mismo
      * motivo que en NOTACRED.
       01 TABLA-NOTAS-NUEVAS.
           02 TAB-NOTAS-NUEVAS OCCURS 200 TIMES
                   INDEXED BY NDN-INDICE.
               03 TAB-NDN-CUIT PIC 9(11).
               03 TAB-NDN-NUMERO PIC 9(8).
               03 TAB-NDN-NETO PIC 9(9)V99.
               03 TAB-NDN-TOTAL PIC 9(10)V99.
               03 TAB-NDN-LETRA PIC X.

      * Mismo formato impreso que las notas de credito.
       01 ENCABEZADO-NOTA.
          03 FILLER PIC X(13) VALUE 'NOTA DEBITO  '.
          03 NDB-LETRA PIC X.
          03 FILLER PIC X(6) VALUE ' NRO: '.
          03 NDB-NUMERO PIC 9(8).
          03 FILLER PIC X(11) VALUE '  PERIODO: '.
          03 NDB-PERIODO PIC 9(6).
          03 FILLER PIC X(35) VALUE SPACES.
       01 LINEA-SEPARADOR-NOTA.
          03 FILLER PIC X(80) VALUE ALL "=".
       01 DATOS-NOTA-SUCURSAL.
          03 FILLER PIC X(7) VALUE 'RAZON: '.
          03 NDB-RAZON PIC X(25).
          03 FILLER PIC X(8) VALUE '  CUIT: '.
          03 NDB-CUIT PIC 9(11).
          03 FILLER PIC X(29) VALUE SPACES.
       01 DATOS-NOTA-CONTACTO.
          03 FILLER PIC X(11) VALUE 'DIRECCION: '.
          03 NDB-DIRE PIC X(20).
          03 FILLER PIC X(7) VALUE '  TEL: '.
          03 NDB-TEL PIC X(20).
          03 FILLER PIC X(22) VALUE SPACES.
       01 DETALLE-NOTA.
          03 FILLER PIC X(35)
              VALUE 'INTERESES POR MORA AL CORTE DEL    '.
          03 NDB-DIA-CORTE PIC 99.
          03 FILLER PIC X VALUE '/'.
          03 NDB-MES-CORTE PIC 99.
          03 FILLER PIC X VALUE '/'.
          03 NDB-ANIO-CORTE PIC 9(4).
          03 FILLER PIC X(9) VALUE '  TASA: '.
          03 NDB-TASA PIC Z9,99.
          03 FILLER PIC X(21) VALUE ' PCT MENSUAL'.
       01 DETALLE-NOTA-PARTIDA.
          03 FILLER PIC X(10) VALUE '  FACTURA '.
          03 NDP-LETRA PIC X.
          03 FILLER PIC X VALUE SPACES.
          03 NDP-NUMERO PIC 9(8).
          03 FILLER PIC X(8) VALUE '  SALDO '.
          03 NDP-SALDO PIC ZZZZZZZZ9,99.
          03 FILLER PIC X(7) VALUE '  DIAS '.
          03 NDP-DIAS PIC ZZZZ9.
          03 FILLER PIC X(11) VALUE '  INTERES: '.
          03 NDP-INTERES PIC ZZZZZZZZ9,99.
          03 FILLER PIC X(5) VALUE SPACES.
       01 LINEA-NOTA-NETO.
          03 FILLER PIC X(14) VALUE 'NETO GRAVADO: '.
          03 NDB-NETO PIC ZZZZZZZZ9,99.
          03 FILLER PIC X(54) VALUE SPACES.
       01 LINEA-NOTA-IVA.
          03 FILLER PIC X(4) VALUE 'IVA '.
          03 NDB-IVA-ALICUOTA PIC Z9,99.
          03 FILLER PIC X(5) VALUE ' PCT:'.
          03 NDB-IVA PIC ZZZZZZZZ9,99.
          03 FILLER PIC X(54) VALUE SPACES.
       01 LINEA-NOTA-TOTAL.
          03 FILLER PIC X(14) VALUE 'TOTAL:        '.
          03 NDB-TOTAL PIC ZZZZZZZZZ9,99.
          03 FILLER PIC X(53) VALUE SPACES.

      * Carta de reclamo: el titulo y el primer parrafo cambian
      * segun los avisos anteriores (ver 2300).
       01 LINEA-EN-BLANCO-CARTA.
          03 FILLER PIC X(80) VALUE SPACES.
       01 LINEA-SEPARADOR-CARTA.
          03 FILLER PIC X(80) VALUE ALL "-".
       01 ENCABEZADO-CARTA.
          03 FILLER PIC X(50) VALUE SPACES.
          03 FILLER PIC X(8) VALUE 'FECHA:  '.
          03 CAR-DIA PIC 99.
          03 FILLER PIC X VALUE '/'.
          03 CAR-MES PIC 99.
          03 FILLER PIC X VALUE '/'.
          03 CAR-ANIO PIC 9(4).
          03 FILLER PIC X(12) VALUE SPACES.
       01 DATOS-CARTA-DESTINO.
          03 FILLER PIC X(10) VALUE 'SENORES:  '.
          03 CAR-RAZON PIC X(25).
          03 FILLER PIC X(8) VALUE '  CUIT: '.
          03 CAR-CUIT PIC 9(11).
          03 FILLER PIC X(26) VALUE SPACES.
       01 DATOS-CARTA-DIRECCION.
          03 FILLER PIC X(10) VALUE SPACES.
          03 CAR-DIRE PIC X(20).
          03 FILLER PIC X(50) VALUE SPACES.
       01 TITULO-CARTA.
          03 FILLER PIC X(10) VALUE SPACES.
          03 CAR-TITULO PIC X(40).
          03 FILLER PIC X(10) VALUE 'AVISO NRO '.
          03 CAR-NRO-AVISO PIC ZZ9.
          03 FILLER PIC X(17) VALUE SPACES.
       01 TEXTO-CARTA.
          03 CAR-TEXTO PIC X(72).
          03 FILLER PIC X(8) VALUE SPACES.
       01 ENCABEZADO-CARTA-COL.
          03 FILLER PIC X(16) VALUE 'COMPROBANTE     '.
          03 FILLER PIC X(10) VALUE 'FECHA     '.
          03 FILLER PIC X(9) VALUE 'PERIODO  '.
          03 FILLER PIC X(15) VALUE '          TOTAL'.
          03 FILLER PIC X(15) VALUE '          SALDO'.
          03 FILLER PIC X(10) VALUE '   ATRASO '.
          03 FILLER PIC X(5) VALUE SPACES.
       01 DATOS-CARTA-PARTIDA.
          03 FILLER PIC X(8) VALUE 'FACTURA '.
          03 CAP-LETRA PIC X.
          03 FILLER PIC X VALUE SPACES.
          03 CAP-NUMERO PIC 9(8).
          03 FILLER PIC X(2) VALUE SPACES.
          03 CAP-FECHA PIC 9(8).
          03 FILLER PIC X(2) VALUE SPACES.
          03 CAP-PERIODO PIC 9(6).
          03 FILLER PIC X VALUE SPACES.
          03 CAP-TOTAL PIC ZZZZZZZZZ9,99.
          03 FILLER PIC X(2) VALUE SPACES.
          03 CAP-SALDO PIC ZZZZZZZZZ9,99.
          03 FILLER PIC X(2) VALUE SPACES.
          03 CAP-DIAS PIC ZZZZ9.
          03 FILLER PIC X(5) VALUE ' DIAS'.
          03 FILLER PIC X(3) VALUE SPACES.
       01 DATOS-CARTA-TOTAL.
          03 FILLER PIC X(35)
              VALUE 'TOTAL VENCIDO:                     '.
          03 CAT-SALDO PIC ZZZZZZZZZ9,99.
          03 FILLER PIC X(32) VALUE SPACES.
       01 DATOS-CARTA-NOTA.
          03 FILLER PIC X(23) VALUE 'SE EMITE NOTA DEBITO   '.
          03 CAN-LETRA PIC X.
          03 FILLER PIC X(6) VALUE ' NRO: '.
          03 CAN-NUMERO PIC 9(8).
          03 FILLER PIC X(17) VALUE ' POR INTERESES:  '.
          03 CAN-TOTAL PIC ZZZZZZZZZ9,99.
          03 FILLER PIC X(12) VALUE SPACES.

       01 ENCABEZADO-INTERESES.
           03 FILLER PIC X(34)
               VALUE 'INTERESES POR MORA - CORTE:       '.
           03 INT-DIA-CORTE PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 INT-MES-CORTE PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 INT-ANIO-CORTE PIC 9(4).
           03 FILLER PIC X(9) VALUE '  TASA: '.
           03 INT-TASA PIC Z9,99.
           03 FILLER PIC X(11) VALUE ' PCT  DIAS '.
           03 FILLER PIC X(8) VALUE 'GRACIA: '.
           03 INT-GRACIA PIC ZZ9.
           03 FILLER PIC X(38) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(110) VALUE SPACES.
       01 ENCABEZADO-INTERESES-COL.
           03 FILLER PIC X(13) VALUE 'CUIT         '.
           03 FILLER PIC X(27) VALUE 'RAZON SOCIAL'.
           03 FILLER PIC X(9) VALUE 'PARTIDAS '.
           03 FILLER PIC X(15) VALUE '  SALDO VENCIDO'.
           03 FILLER PIC X(15) VALUE '      INTERESES'.
           03 FILLER PIC X(13) VALUE '  NOTA DEBITO'.
           03 FILLER PIC X(8) VALUE '  AVISO '.
           03 FILLER PIC X(10) VALUE SPACES.
       01 DATOS-INTERESES.
           03 DIN-CUIT PIC 9(11).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DIN-RAZON PIC X(25).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DIN-PARTIDAS PIC ZZZ9.
           03 FILLER PIC X(5) VALUE SPACES.
           03 DIN-SALDO PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 DIN-INTERES PIC ZZZZZZZZ9,99.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DIN-LETRA PIC X.
           03 FILLER PIC X VALUE SPACES.
           03 DIN-NUMERO PIC 9(8).
           03 FILLER PIC X(5) VALUE SPACES.
           03 DIN-AVISO PIC ZZ9.
           03 FILLER PIC X(13) VALUE SPACES.
       01 LINEA-TOTAL-INTERESES.
           03 ITO-ETIQUETA PIC X(35).
           03 ITO-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 ITO-IMPORTE PIC ZZZZZZZZZZ9,99.
           03 FILLER PIC X(53) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Corrida mensual de intereses por mora sobre las partidas
      * abiertas de CtasPendientes.dat. Cada factura con saldo
      * (total menos cobrado menos acreditado) vencida el plazo de
      * gracia al corte devenga interes a la tasa mensual de
      * ParamIntereses.dat, por los dias desde el vencimiento, o
      * desde el corte anterior si ya se le cobro. Por cada CUIT
      * sale una nota de debito numerada de la secuencia legal
      * con el interes de todas sus facturas, que COBRANZA abre
      * como partida una vez autorizada, y una carta de reclamo con
      * cada factura vencida, mas dura segun los avisos que ya
      * recibio. Las notas de debito no devengan interes.

        COMIENZO.
            PERFORM 0100-INICIO.
            PERFORM 1000-EVALUAR-PARTIDA
                VARYING PEN-INDICE FROM 1 BY 1
                UNTIL PEN-INDICE EQUAL PEN-SUBINDICE.
            PERFORM 2000-PROCESAR-DEUDOR
                VARYING DEU-INDICE FROM 1 BY 1
                UNTIL DEU-INDICE EQUAL DEU-SUBINDICE.
            PERFORM 3000-FIN.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-DEL-DIA.
            OPEN INPUT PARAM-INTERESES.
            READ PARAM-INTERESES
                AT END MOVE ZEROS TO REG-PARAM-INTERESES.
            CLOSE PARAM-INTERESES.
            IF PAR-TASA-MENSUAL NOT NUMERIC OR
               PAR-TASA-MENSUAL EQUAL 0
                DISPLAY 'PARAMINTERESES.DAT SIN TASA DE INTERES'
                STOP RUN
            END-IF.
            IF PAR-DIAS-GRACIA NOT NUMERIC
                DISPLAY 'PARAMINTERESES.DAT CON DIAS DE GRACIA '
                DISPLAY 'INVALIDOS'
                STOP RUN
            END-IF.
            IF PAR-FECHA-CORTE NOT NUMERIC OR
               PAR-FECHA-CORTE EQUAL 0
                DISPLAY 'PARAMINTERESES.DAT SIN FECHA DE CORTE'
                STOP RUN
            END-IF.
            MOVE PAR-TASA-MENSUAL TO TASA-MENSUAL.
            MOVE PAR-DIAS-GRACIA TO DIAS-GRACIA.
            MOVE PAR-FECHA-CORTE TO FECHA-CORTE.
            MOVE FECHA-CORTE TO FECHA-DESGLOSE.
            MOVE FDE-PERIODO TO PERIODO-CORTE.
            COMPUTE DIAS-FECHA-CORTE =
                FDE-ANIO * 360 + FDE-MES * 30 + FDE-DIA.
            OPEN INPUT SUCURSALES.
            PERFORM 0150-LEER-SUCURSAL.
            PERFORM 0160-CARGAR-SUCURSAL UNTIL EOF-SUCURSALES.
            CLOSE SUCURSALES.
            OPEN INPUT CTAS-PENDIENTES.
            PERFORM 0200-LEER-PENDIENTE.
            PERFORM 0250-CARGAR-PENDIENTE UNTIL EOF-PENDIENTES.
            CLOSE CTAS-PENDIENTES.
            OPEN INPUT AVISOS-MORA.
            PERFORM 0300-LEER-AVISO.
            PERFORM 0350-CARGAR-AVISO UNTIL EOF-AVISOS.
            CLOSE AVISOS-MORA.
            OPEN INPUT NUMERACION-FACTURA.
            MOVE ZEROS TO NUM-ULTIMO-USADO NUM-ULTIMO-USADO-B.
            READ NUMERACION-FACTURA
                AT END MOVE 0 TO NUM-ULTIMO-USADO NUM-ULTIMO-USADO-B.
            MOVE NUM-ULTIMO-USADO TO ULTIMO-NUMERO-FACTURA.
            MOVE NUM-ULTIMO-USADO-B TO ULTIMO-NUMERO-FACTURA-B.
            CLOSE NUMERACION-FACTURA.
            OPEN OUTPUT NOTAS-DEBITO.
            OPEN OUTPUT CARTAS-MORA.
            OPEN OUTPUT LISTADO-INTERESES.
            MOVE FDE-DIA TO INT-DIA-CORTE NDB-DIA-CORTE.
            MOVE FDE-MES TO INT-MES-CORTE NDB-MES-CORTE.
            MOVE FDE-ANIO TO INT-ANIO-CORTE NDB-ANIO-CORTE.
            MOVE TASA-MENSUAL TO INT-TASA NDB-TASA.
            MOVE DIAS-GRACIA TO INT-GRACIA.
            MOVE WS-CURRENT-DAY TO CAR-DIA.
            MOVE WS-CURRENT-MONTH TO CAR-MES.
            MOVE WS-CURRENT-YEAR TO CAR-ANIO.
            WRITE LINEA-INTERESES FROM ENCABEZADO-INTERESES.
            WRITE LINEA-INTERESES FROM LINEA-EN-BLANCO.
            WRITE LINEA-INTERESES FROM ENCABEZADO-INTERESES-COL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0150-LEER-SUCURSAL.
         READ SUCURSALES RECORD.
         IF NOT OK-SUC
             MOVE "SI" TO EOF-SUC-SW
         END-IF.

      *-----------------------------------------------------------*
      * La sucursal sin condicion de IVA (registro anterior a que
      * existiera el campo) es responsable inscripto al 21.
      *-----------------------------------------------------------*
        0160-CARGAR-SUCURSAL.
         IF SUC-SUBINDICE > 200
             DISPLAY 'TABLA-SUCURSALES LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE SUC-CUIT TO TAB-SUC-CUIT(SUC-SUBINDICE).
         MOVE SUC-RAZON TO TAB-SUC-RAZON(SUC-SUBINDICE).
         MOVE SUC-DIRE TO TAB-SUC-DIRE(SUC-SUBINDICE).
         MOVE SUC-TEL TO TAB-SUC-TEL(SUC-SUBINDICE).
         IF SUC-COND-IVA EQUAL SPACE OR
            SUC-ALICUOTA-IVA NOT NUMERIC
             MOVE 'I' TO TAB-SUC-COND-IVA(SUC-SUBINDICE)
             MOVE 21 TO TAB-SUC-ALICUOTA(SUC-SUBINDICE)
         ELSE
             MOVE SUC-COND-IVA TO TAB-SUC-COND-IVA(SUC-SUBINDICE)
             MOVE SUC-ALICUOTA-IVA
                 TO TAB-SUC-ALICUOTA(SUC-SUBINDICE)
         END-IF.
         ADD 1 TO SUC-SUBINDICE.
         PERFORM 0150-LEER-SUCURSAL.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-PENDIENTE.
         MOVE ZEROS TO PEN-ACREDITADO PEN-FECHA-INTERES.
         MOVE SPACES TO PEN-LETRA PEN-TIPO.
         READ CTAS-PENDIENTES AT END MOVE "SI" TO EOF-PEN-SW.
         IF PEN-ESTADO NOT EQUAL '00' AND NOT EOF-PENDIENTES
             MOVE "SI" TO EOF-PEN-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0250-CARGAR-PENDIENTE.
         IF PEN-SUBINDICE > 5000
             DISPLAY 'TABLA-PENDIENTES LLENA - AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         ADD 1 TO TOTAL-PARTIDAS-LEIDAS.
         MOVE PEN-NUMERO TO TAB-PEN-NUMERO(PEN-SUBINDICE).
         MOVE PEN-CUIT TO TAB-PEN-CUIT(PEN-SUBINDICE).
         MOVE PEN-PERIODO TO TAB-PEN-PERIODO(PEN-SUBINDICE).
         MOVE PEN-FECHA TO TAB-PEN-FECHA(PEN-SUBINDICE).
         MOVE PEN-TOTAL TO TAB-PEN-TOTAL(PEN-SUBINDICE).
         MOVE PEN-COBRADO TO TAB-PEN-COBRADO(PEN-SUBINDICE).
         MOVE PEN-ACREDITADO TO TAB-PEN-ACREDITADO(PEN-SUBINDICE).
         IF PEN-LETRA EQUAL SPACE
             MOVE 'A' TO TAB-PEN-LETRA(PEN-SUBINDICE)
         ELSE
             MOVE PEN-LETRA TO TAB-PEN-LETRA(PEN-SUBINDICE)
         END-IF.
         IF PEN-TIPO EQUAL SPACE
             MOVE 'F' TO TAB-PEN-TIPO(PEN-SUBINDICE)
         ELSE
             MOVE PEN-TIPO TO TAB-PEN-TIPO(PEN-SUBINDICE)
         END-IF.
         MOVE PEN-FECHA-INTERES
             TO TAB-PEN-FECHA-INTERES(PEN-SUBINDICE).
         MOVE 'N' TO TAB-PEN-VENCIDA(PEN-SUBINDICE).
         MOVE 0 TO TAB-PEN-DIAS-ATRASO(PEN-SUBINDICE).
         MOVE 0 TO TAB-PEN-INTERES(PEN-SUBINDICE).
         ADD 1 TO PEN-SUBINDICE.
         PERFORM 0200-LEER-PENDIENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-AVISO.
         READ AVISOS-MORA AT END MOVE "SI" TO EOF-AVI-SW.
         IF AVI-ESTADO NOT EQUAL '00' AND NOT EOF-AVISOS
             MOVE "SI" TO EOF-AVI-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0350-CARGAR-AVISO.
         IF AVI-SUBINDICE > 200
             DISPLAY 'TABLA-AVISOS LLENA - AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE AVI-CUIT TO TAB-AVI-CUIT(AVI-SUBINDICE).
         MOVE AVI-CANTIDAD TO TAB-AVI-CANTIDAD(AVI-SUBINDICE).
         MOVE AVI-ULTIMO-CORTE
             TO TAB-AVI-ULTIMO-CORTE(AVI-SUBINDICE).
         ADD 1 TO AVI-SUBINDICE.
         PERFORM 0300-LEER-AVISO.

      *-----------------------------------------------------------*
      * Vence la factura con saldo cuya antiguedad al corte pasa
      * los dias de gracia (fecha en cero: fin de su periodo, como
      * en el aging de COBRANZA). El interes corre desde el
      * vencimiento o, si ya se cobro interes antes, desde ese
      * corte; cobrado, la partida queda marcada con este corte
      * para que la corrida repetida no lo vuelva a cobrar.
      *-----------------------------------------------------------*
        1000-EVALUAR-PARTIDA.
         IF TAB-PEN-TIPO(PEN-INDICE) EQUAL 'F'
             PERFORM 1050-CALCULAR-SALDO-PARTIDA
             IF SALDO-PARTIDA > 0
                 IF TAB-PEN-FECHA(PEN-INDICE) EQUAL 0
                     COMPUTE FECHA-BASE-ATRASO =
                         TAB-PEN-PERIODO(PEN-INDICE) * 100 + 30
                 ELSE
                     MOVE TAB-PEN-FECHA(PEN-INDICE)
                         TO FECHA-BASE-ATRASO
                 END-IF
                 MOVE FECHA-BASE-ATRASO TO FECHA-DESGLOSE
                 COMPUTE DIAS-FECHA-PARTIDA =
                     FDE-ANIO * 360 + FDE-MES * 30 + FDE-DIA
                 COMPUTE DIAS-ATRASO =
                     DIAS-FECHA-CORTE - DIAS-FECHA-PARTIDA
                 IF DIAS-ATRASO > DIAS-GRACIA
                     PERFORM 1100-CALCULAR-INTERES
                     PERFORM 1200-ACUMULAR-DEUDOR
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1050-CALCULAR-SALDO-PARTIDA.
         COMPUTE SALDO-CALCULADO =
             TAB-PEN-TOTAL(PEN-INDICE) -
             TAB-PEN-COBRADO(PEN-INDICE) -
             TAB-PEN-ACREDITADO(PEN-INDICE).
         IF SALDO-CALCULADO < 0
             MOVE 0 TO SALDO-PARTIDA
         ELSE
             MOVE SALDO-CALCULADO TO SALDO-PARTIDA
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1100-CALCULAR-INTERES.
         ADD 1 TO TOTAL-PARTIDAS-VENCIDAS.
         ADD SALDO-PARTIDA TO TOTAL-SALDO-VENCIDO.
         MOVE 'S' TO TAB-PEN-VENCIDA(PEN-INDICE).
         MOVE DIAS-ATRASO TO TAB-PEN-DIAS-ATRASO(PEN-INDICE).
         COMPUTE DIAS-VENCIMIENTO = DIAS-FECHA-PARTIDA + DIAS-GRACIA.
         MOVE DIAS-VENCIMIENTO TO DIAS-DESDE-INTERES.
         IF TAB-PEN-FECHA-INTERES(PEN-INDICE) NOT EQUAL 0
             MOVE TAB-PEN-FECHA-INTERES(PEN-INDICE)
                 TO FECHA-DESGLOSE
             COMPUTE DIAS-FECHA-PARTIDA =
                 FDE-ANIO * 360 + FDE-MES * 30 + FDE-DIA
             IF DIAS-FECHA-PARTIDA > DIAS-DESDE-INTERES
                 MOVE DIAS-FECHA-PARTIDA TO DIAS-DESDE-INTERES
             END-IF
         END-IF.
         COMPUTE DIAS-INTERES = DIAS-FECHA-CORTE - DIAS-DESDE-INTERES.
         MOVE 0 TO INTERES-PARTIDA.
         IF DIAS-INTERES > 0
             COMPUTE INTERES-PARTIDA ROUNDED =
                 SALDO-PARTIDA * TASA-MENSUAL / 100 *
                 DIAS-INTERES / 30
         END-IF.
         IF INTERES-PARTIDA > 0
             MOVE INTERES-PARTIDA TO TAB-PEN-INTERES(PEN-INDICE)
             MOVE FECHA-CORTE TO TAB-PEN-FECHA-INTERES(PEN-INDICE)
             ADD 1 TO TOTAL-PARTIDAS-CON-INTERES
             ADD INTERES-PARTIDA TO TOTAL-INTERES-NETO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1200-ACUMULAR-DEUDOR.
         SET DEU-INDICE TO 1.
         SEARCH TAB-DEUDORES
             AT END
                 IF DEU-SUBINDICE > 200
                     DISPLAY 'TABLA-DEUDORES LLENA - '
                     DISPLAY 'AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 SET DEU-INDICE TO DEU-SUBINDICE
                 ADD 1 TO DEU-SUBINDICE
                 MOVE TAB-PEN-CUIT(PEN-INDICE)
                     TO TAB-DEU-CUIT(DEU-INDICE)
                 MOVE 0 TO TAB-DEU-PARTIDAS(DEU-INDICE)
                 MOVE 0 TO TAB-DEU-SALDO(DEU-INDICE)
                 MOVE 0 TO TAB-DEU-INTERES(DEU-INDICE)
                 PERFORM 1250-SUMAR-DEUDOR
             WHEN DEU-INDICE < DEU-SUBINDICE AND
                  TAB-DEU-CUIT(DEU-INDICE)
                     EQUAL TAB-PEN-CUIT(PEN-INDICE)
                 PERFORM 1250-SUMAR-DEUDOR
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1250-SUMAR-DEUDOR.
         ADD 1 TO TAB-DEU-PARTIDAS(DEU-INDICE).
         ADD SALDO-PARTIDA TO TAB-DEU-SALDO(DEU-INDICE).
         ADD INTERES-PARTIDA TO TAB-DEU-INTERES(DEU-INDICE).

      *-----------------------------------------------------------*
      * Por cada CUIT moroso: nota de debito si hay interes que
      * cobrar (la corrida repetida con el mismo corte ya no
      * genera interes), carta de reclamo siempre.
      *-----------------------------------------------------------*
        2000-PROCESAR-DEUDOR.
         PERFORM 2100-BUSCAR-SUCURSAL.
         PERFORM 2150-BUSCAR-AVISOS.
         MOVE 0 TO NUMERO-NOTA.
         MOVE 0 TO TOTAL-NOTA.
         MOVE SPACE TO DIN-LETRA.
         IF TAB-DEU-INTERES(DEU-INDICE) > 0
             PERFORM 2200-EMITIR-NOTA-DEBITO
             MOVE LETRA-NOTA TO DIN-LETRA
         END-IF.
         PERFORM 2300-EMITIR-CARTA.
         MOVE TAB-DEU-CUIT(DEU-INDICE) TO DIN-CUIT.
         MOVE NDB-RAZON TO DIN-RAZON.
         MOVE TAB-DEU-PARTIDAS(DEU-INDICE) TO DIN-PARTIDAS.
         MOVE TAB-DEU-SALDO(DEU-INDICE) TO DIN-SALDO.
         MOVE TAB-DEU-INTERES(DEU-INDICE) TO DIN-INTERES.
         MOVE NUMERO-NOTA TO DIN-NUMERO.
         COMPUTE DIN-AVISO = AVISOS-PREVIOS + 1.
         WRITE LINEA-INTERESES FROM DATOS-INTERESES.

      *-----------------------------------------------------------*
      * Letra y alicuota de la nota segun la condicion de IVA
      * actual de la sucursal, igual que la factura de TP2: el CUIT
      * que no figura sale como A al 21.
      *-----------------------------------------------------------*
        2100-BUSCAR-SUCURSAL.
         MOVE "NO" TO SUCURSAL-HALLADA-SW.
         MOVE '*** CUIT SIN SUCURSAL ***' TO NDB-RAZON.
         MOVE SPACES TO NDB-DIRE NDB-TEL.
         MOVE 'A' TO LETRA-NOTA.
         MOVE 21 TO ALICUOTA-NOTA.
         SET SUC-INDICE TO 1.
         SEARCH TAB-SUCURSALES
             AT END
                 ADD 1 TO TOTAL-CUIT-SIN-SUCURSAL
             WHEN SUC-INDICE < SUC-SUBINDICE AND
                  TAB-SUC-CUIT(SUC-INDICE)
                     EQUAL TAB-DEU-CUIT(DEU-INDICE)
                 MOVE "SI" TO SUCURSAL-HALLADA-SW
                 MOVE TAB-SUC-RAZON(SUC-INDICE) TO NDB-RAZON
                 MOVE TAB-SUC-DIRE(SUC-INDICE) TO NDB-DIRE
                 MOVE TAB-SUC-TEL(SUC-INDICE) TO NDB-TEL
                 MOVE TAB-SUC-ALICUOTA(SUC-INDICE) TO ALICUOTA-NOTA
                 IF TAB-SUC-COND-IVA(SUC-INDICE) NOT EQUAL 'I'
                     MOVE 'B' TO LETRA-NOTA
                 END-IF
         END-SEARCH.
         MOVE TAB-DEU-CUIT(DEU-INDICE) TO NDB-CUIT.

      *-----------------------------------------------------------*
      * Avisos anteriores al de esta corrida: si el ultimo aviso
      * ya es de este corte (corrida repetida), no se cuenta dos
      * veces. Deja AVI-INDICE sobre el renglon del CUIT.
      *-----------------------------------------------------------*
        2150-BUSCAR-AVISOS.
         MOVE 0 TO AVISOS-PREVIOS.
         SET AVI-INDICE TO 1.
         SEARCH TAB-AVISOS
             AT END
                 IF AVI-SUBINDICE > 200
                     DISPLAY 'TABLA-AVISOS LLENA - AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 SET AVI-INDICE TO AVI-SUBINDICE
                 ADD 1 TO AVI-SUBINDICE
                 MOVE TAB-DEU-CUIT(DEU-INDICE)
                     TO TAB-AVI-CUIT(AVI-INDICE)
                 MOVE 0 TO TAB-AVI-CANTIDAD(AVI-INDICE)
                 MOVE 0 TO TAB-AVI-ULTIMO-CORTE(AVI-INDICE)
             WHEN AVI-INDICE < AVI-SUBINDICE AND
                  TAB-AVI-CUIT(AVI-INDICE)
                     EQUAL TAB-DEU-CUIT(DEU-INDICE)
                 MOVE TAB-AVI-CANTIDAD(AVI-INDICE) TO AVISOS-PREVIOS
                 IF TAB-AVI-ULTIMO-CORTE(AVI-INDICE) EQUAL FECHA-CORTE
                    AND AVISOS-PREVIOS > 0
                     SUBTRACT 1 FROM AVISOS-PREVIOS
                 END-IF
         END-SEARCH.

      *-----------------------------------------------------------*
      * Neto: el interes de todas las facturas vencidas del CUIT;
      * IVA a la alicuota de la sucursal. La B, como la factura B,
      * no discrimina el IVA.
      *-----------------------------------------------------------*
        2200-EMITIR-NOTA-DEBITO.
         IF NOTA-B
             ADD 1 TO ULTIMO-NUMERO-FACTURA-B
             MOVE ULTIMO-NUMERO-FACTURA-B TO NUMERO-NOTA
         ELSE
             ADD 1 TO ULTIMO-NUMERO-FACTURA
             MOVE ULTIMO-NUMERO-FACTURA TO NUMERO-NOTA
         END-IF.
         COMPUTE IVA-NOTA ROUNDED =
             TAB-DEU-INTERES(DEU-INDICE) * ALICUOTA-NOTA / 100.
         COMPUTE TOTAL-NOTA = TAB-DEU-INTERES(DEU-INDICE) + IVA-NOTA.
         MOVE LETRA-NOTA TO NDB-LETRA.
         MOVE NUMERO-NOTA TO NDB-NUMERO.
         MOVE PERIODO-CORTE TO NDB-PERIODO.
         WRITE LINEA-NOTA FROM ENCABEZADO-NOTA.
         WRITE LINEA-NOTA FROM DATOS-NOTA-SUCURSAL.
         WRITE LINEA-NOTA FROM DATOS-NOTA-CONTACTO.
         WRITE LINEA-NOTA FROM LINEA-EN-BLANCO-CARTA.
         WRITE LINEA-NOTA FROM DETALLE-NOTA.
         PERFORM 2250-DETALLAR-PARTIDA-NOTA
             VARYING PEN-INDICE FROM 1 BY 1
             UNTIL PEN-INDICE EQUAL PEN-SUBINDICE.
         WRITE LINEA-NOTA FROM LINEA-EN-BLANCO-CARTA.
         MOVE TAB-DEU-INTERES(DEU-INDICE) TO NDB-NETO.
         MOVE ALICUOTA-NOTA TO NDB-IVA-ALICUOTA.
         MOVE IVA-NOTA TO NDB-IVA.
         MOVE TOTAL-NOTA TO NDB-TOTAL.
         IF NOT NOTA-B
             WRITE LINEA-NOTA FROM LINEA-NOTA-NETO
             WRITE LINEA-NOTA FROM LINEA-NOTA-IVA
         END-IF.
         WRITE LINEA-NOTA FROM LINEA-NOTA-TOTAL.
         WRITE LINEA-NOTA FROM LINEA-SEPARADOR-NOTA.
         IF NDN-SUBINDICE > 200
             DISPLAY 'TABLA-NOTAS-NUEVAS LLENA - AUMENTAR OCCURS'
             STOP RUN
         END-IF.
         MOVE TAB-DEU-CUIT(DEU-INDICE) TO TAB-NDN-CUIT(NDN-SUBINDICE).
         MOVE NUMERO-NOTA TO TAB-NDN-NUMERO(NDN-SUBINDICE).
         MOVE TAB-DEU-INTERES(DEU-INDICE)
             TO TAB-NDN-NETO(NDN-SUBINDICE).
         MOVE TOTAL-NOTA TO TAB-NDN-TOTAL(NDN-SUBINDICE).
         MOVE LETRA-NOTA TO TAB-NDN-LETRA(NDN-SUBINDICE).
         ADD 1 TO NDN-SUBINDICE.
         ADD 1 TO TOTAL-NOTAS-EMITIDAS.
         ADD TOTAL-NOTA TO TOTAL-IMPORTE-NOTAS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2250-DETALLAR-PARTIDA-NOTA.
         IF TAB-PEN-CUIT(PEN-INDICE) EQUAL TAB-DEU-CUIT(DEU-INDICE)
            AND TAB-PEN-INTERES(PEN-INDICE) > 0
             PERFORM 1050-CALCULAR-SALDO-PARTIDA
             MOVE TAB-PEN-LETRA(PEN-INDICE) TO NDP-LETRA
             MOVE TAB-PEN-NUMERO(PEN-INDICE) TO NDP-NUMERO
             MOVE SALDO-PARTIDA TO NDP-SALDO
             MOVE TAB-PEN-DIAS-ATRASO(PEN-INDICE) TO NDP-DIAS
             MOVE TAB-PEN-INTERES(PEN-INDICE) TO NDP-INTERES
             WRITE LINEA-NOTA FROM DETALLE-NOTA-PARTIDA
         END-IF.

      *-----------------------------------------------------------*
      * Primer aviso: recordatorio; segundo: reclamo; del tercero
      * en adelante: intimacion con suspension del servicio.
      *-----------------------------------------------------------*
        2300-EMITIR-CARTA.
         MOVE NDB-RAZON TO CAR-RAZON.
         MOVE NDB-CUIT TO CAR-CUIT.
         MOVE NDB-DIRE TO CAR-DIRE.
         COMPUTE CAR-NRO-AVISO = AVISOS-PREVIOS + 1.
         WRITE LINEA-CARTA FROM ENCABEZADO-CARTA.
         WRITE LINEA-CARTA FROM DATOS-CARTA-DESTINO.
         WRITE LINEA-CARTA FROM DATOS-CARTA-DIRECCION.
         WRITE LINEA-CARTA FROM LINEA-EN-BLANCO-CARTA.
         EVALUATE AVISOS-PREVIOS
             WHEN 0
                 MOVE 'RECORDATORIO DE PAGO' TO CAR-TITULO
                 WRITE LINEA-CARTA FROM TITULO-CARTA
                 WRITE LINEA-CARTA FROM LINEA-EN-BLANCO-CARTA
                 MOVE
                     'LES RECORDAMOS QUE A LA FECHA FIGURAN IMPAGAS LAS'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE
                     'FACTURAS QUE SE DETALLAN. SI YA LAS ABONARON, POR'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE 'FAVOR DESESTIMEN ESTE AVISO.'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
             WHEN 1
                 MOVE 'SEGUNDO AVISO DE DEUDA VENCIDA' TO CAR-TITULO
                 WRITE LINEA-CARTA FROM TITULO-CARTA
                 WRITE LINEA-CARTA FROM LINEA-EN-BLANCO-CARTA
                 MOVE
                     'NO HABIENDO RECIBIDO EL PAGO RECLAMADO EN NUESTRO'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE 'AVISO ANTERIOR, LES SOLICITAMOS REGULARIZAR A LA'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE
                     'BREVEDAD LAS FACTURAS QUE SE DETALLAN, QUE SIGUEN'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE 'DEVENGANDO INTERESES POR MORA.'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
             WHEN OTHER
                 MOVE 'INTIMACION DE PAGO' TO CAR-TITULO
                 WRITE LINEA-CARTA FROM TITULO-CARTA
                 WRITE LINEA-CARTA FROM LINEA-EN-BLANCO-CARTA
                 MOVE
                     'HABIENDO RECLAMADO EL PAGO EN REITERADAS OPORTUNI'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE 'DADES SIN RESULTADO, LOS INTIMAMOS A CANCELAR LA'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE 'DEUDA DETALLADA DENTRO DE LOS 5 DIAS HABILES. EN'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE 'CASO CONTRARIO SE SUSPENDERA EL SERVICIO DE'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE 'CLASES Y SE INICIARAN LAS ACCIONES DE COBRO QUE'
                     TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
                 MOVE 'CORRESPONDAN.' TO CAR-TEXTO
                 WRITE LINEA-CARTA FROM TEXTO-CARTA
         END-EVALUATE.
         WRITE LINEA-CARTA FROM LINEA-EN-BLANCO-CARTA.
         WRITE LINEA-CARTA FROM ENCABEZADO-CARTA-COL.
         PERFORM 2350-EMITIR-PARTIDA-CARTA
             VARYING PEN-INDICE FROM 1 BY 1
             UNTIL PEN-INDICE EQUAL PEN-SUBINDICE.
         MOVE TAB-DEU-SALDO(DEU-INDICE) TO CAT-SALDO.
         WRITE LINEA-CARTA FROM LINEA-EN-BLANCO-CARTA.
         WRITE LINEA-CARTA FROM DATOS-CARTA-TOTAL.
         IF NUMERO-NOTA NOT EQUAL 0
             MOVE LETRA-NOTA TO CAN-LETRA
             MOVE NUMERO-NOTA TO CAN-NUMERO
             MOVE TOTAL-NOTA TO CAN-TOTAL
             WRITE LINEA-CARTA FROM DATOS-CARTA-NOTA
         END-IF.
         WRITE LINEA-CARTA FROM LINEA-SEPARADOR-CARTA.
         ADD 1 TO TOTAL-CARTAS-EMITIDAS.
         COMPUTE TAB-AVI-CANTIDAD(AVI-INDICE) = AVISOS-PREVIOS + 1.
         MOVE FECHA-CORTE TO TAB-AVI-ULTIMO-CORTE(AVI-INDICE).

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2350-EMITIR-PARTIDA-CARTA.
         IF TAB-PEN-CUIT(PEN-INDICE) EQUAL TAB-DEU-CUIT(DEU-INDICE)
            AND TAB-PEN-VENCIDA(PEN-INDICE) EQUAL 'S'
             PERFORM 1050-CALCULAR-SALDO-PARTIDA
             MOVE TAB-PEN-LETRA(PEN-INDICE) TO CAP-LETRA
             MOVE TAB-PEN-NUMERO(PEN-INDICE) TO CAP-NUMERO
             MOVE TAB-PEN-FECHA(PEN-INDICE) TO CAP-FECHA
             MOVE TAB-PEN-PERIODO(PEN-INDICE) TO CAP-PERIODO
             MOVE TAB-PEN-TOTAL(PEN-INDICE) TO CAP-TOTAL
             MOVE SALDO-PARTIDA TO CAP-SALDO
             MOVE TAB-PEN-DIAS-ATRASO(PEN-INDICE) TO CAP-DIAS
             WRITE LINEA-CARTA FROM DATOS-CARTA-PARTIDA
         END-IF.

      *-----------------------------------------------------------*
      * Cierre en el orden de NOTACRED: primero la secuencia
      * legal, despues el asiento de las notas y su pedido de CAE,
      * y recien entonces las partidas (con la fecha de interes
      * cobrado) y los avisos.
      *-----------------------------------------------------------*
        3000-FIN.
            CLOSE NOTAS-DEBITO.
            CLOSE CARTAS-MORA.
            OPEN OUTPUT NUMERACION-FACTURA.
            MOVE ULTIMO-NUMERO-FACTURA TO NUM-ULTIMO-USADO.
            MOVE ULTIMO-NUMERO-FACTURA-B TO NUM-ULTIMO-USADO-B.
            WRITE REG-NUMERACION.
            CLOSE NUMERACION-FACTURA.
            OPEN EXTEND DEBITOS-EMITIDOS.
            OPEN EXTEND SOLICITUD-CAE.
            PERFORM 3100-GRABAR-NOTA-NUEVA
                VARYING NDN-INDICE FROM 1 BY 1
                UNTIL NDN-INDICE EQUAL NDN-SUBINDICE.
            CLOSE DEBITOS-EMITIDOS.
            CLOSE SOLICITUD-CAE.
            OPEN OUTPUT CTAS-PENDIENTES.
            PERFORM 3200-GRABAR-PENDIENTE
                VARYING PEN-INDICE FROM 1 BY 1
                UNTIL PEN-INDICE EQUAL PEN-SUBINDICE.
            CLOSE CTAS-PENDIENTES.
            OPEN OUTPUT AVISOS-MORA.
            PERFORM 3300-GRABAR-AVISO
                VARYING AVI-INDICE FROM 1 BY 1
                UNTIL AVI-INDICE EQUAL AVI-SUBINDICE.
            CLOSE AVISOS-MORA.
            WRITE LINEA-INTERESES FROM LINEA-EN-BLANCO.
            MOVE 'PARTIDAS LEIDAS:                   '
                TO ITO-ETIQUETA.
            MOVE TOTAL-PARTIDAS-LEIDAS TO ITO-CANTIDAD.
            MOVE 0 TO ITO-IMPORTE.
            WRITE LINEA-INTERESES FROM LINEA-TOTAL-INTERESES.
            MOVE 'FACTURAS VENCIDAS:                 '
                TO ITO-ETIQUETA.
            MOVE TOTAL-PARTIDAS-VENCIDAS TO ITO-CANTIDAD.
            MOVE TOTAL-SALDO-VENCIDO TO ITO-IMPORTE.
            WRITE LINEA-INTERESES FROM LINEA-TOTAL-INTERESES.
            MOVE 'FACTURAS CON INTERES (NETO):       '
                TO ITO-ETIQUETA.
            MOVE TOTAL-PARTIDAS-CON-INTERES TO ITO-CANTIDAD.
            MOVE TOTAL-INTERES-NETO TO ITO-IMPORTE.
            WRITE LINEA-INTERESES FROM LINEA-TOTAL-INTERESES.
            MOVE 'NOTAS DE DEBITO EMITIDAS:          '
                TO ITO-ETIQUETA.
            MOVE TOTAL-NOTAS-EMITIDAS TO ITO-CANTIDAD.
            MOVE TOTAL-IMPORTE-NOTAS TO ITO-IMPORTE.
            WRITE LINEA-INTERESES FROM LINEA-TOTAL-INTERESES.
            MOVE 'CARTAS DE RECLAMO EMITIDAS:        '
                TO ITO-ETIQUETA.
            MOVE TOTAL-CARTAS-EMITIDAS TO ITO-CANTIDAD.
            MOVE 0 TO ITO-IMPORTE.
            WRITE LINEA-INTERESES FROM LINEA-TOTAL-INTERESES.
            MOVE 'CUIT SIN SUCURSAL:                 '
                TO ITO-ETIQUETA.
            MOVE TOTAL-CUIT-SIN-SUCURSAL TO ITO-CANTIDAD.
            WRITE LINEA-INTERESES FROM LINEA-TOTAL-INTERESES.
            CLOSE LISTADO-INTERESES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        3100-GRABAR-NOTA-NUEVA.
         MOVE TAB-NDN-CUIT(NDN-INDICE) TO NDE-CUIT.
         MOVE PERIODO-CORTE TO NDE-PERIODO.
         MOVE TAB-NDN-NUMERO(NDN-INDICE) TO NDE-NUMERO.
         MOVE FECHA-DEL-DIA TO NDE-FECHA.
         MOVE TAB-NDN-NETO(NDN-INDICE) TO NDE-NETO.
         MOVE TAB-NDN-TOTAL(NDN-INDICE) TO NDE-TOTAL.
         MOVE SPACES TO NDE-CAE.
         MOVE 0 TO NDE-VTO-CAE.
         MOVE TAB-NDN-LETRA(NDN-INDICE) TO NDE-LETRA.
         WRITE REG-DEBITO-EMITIDO.
         MOVE 'D' TO SCA-TIPO.
         MOVE NDE-CUIT TO SCA-CUIT.
         MOVE NDE-NUMERO TO SCA-NUMERO.
         MOVE NDE-FECHA TO SCA-FECHA.
         MOVE NDE-NETO TO SCA-NETO.
         COMPUTE SCA-IVA = NDE-TOTAL - NDE-NETO.
         MOVE NDE-TOTAL TO SCA-TOTAL.
         MOVE NDE-LETRA TO SCA-LETRA.
         WRITE REG-SOLICITUD-CAE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        3200-GRABAR-PENDIENTE.
         MOVE TAB-PEN-NUMERO(PEN-INDICE) TO PEN-NUMERO.
         MOVE TAB-PEN-CUIT(PEN-INDICE) TO PEN-CUIT.
         MOVE TAB-PEN-PERIODO(PEN-INDICE) TO PEN-PERIODO.
         MOVE TAB-PEN-FECHA(PEN-INDICE) TO PEN-FECHA.
         MOVE TAB-PEN-TOTAL(PEN-INDICE) TO PEN-TOTAL.
         MOVE TAB-PEN-COBRADO(PEN-INDICE) TO PEN-COBRADO.
         MOVE TAB-PEN-ACREDITADO(PEN-INDICE) TO PEN-ACREDITADO.
         MOVE TAB-PEN-LETRA(PEN-INDICE) TO PEN-LETRA.
         MOVE TAB-PEN-TIPO(PEN-INDICE) TO PEN-TIPO.
         MOVE TAB-PEN-FECHA-INTERES(PEN-INDICE) TO PEN-FECHA-INTERES.
         WRITE REG-PENDIENTE.

      *-----------------------------------------------------------*
      * Solo sigue el aviso del CUIT reclamado en este corte: el
      * que ya no tiene deuda vencida vuelve a empezar de cero.
      *-----------------------------------------------------------*
        3300-GRABAR-AVISO.
         IF TAB-AVI-ULTIMO-CORTE(AVI-INDICE) EQUAL FECHA-CORTE
             MOVE TAB-AVI-CUIT(AVI-INDICE) TO AVI-CUIT
             MOVE TAB-AVI-CANTIDAD(AVI-INDICE) TO AVI-CANTIDAD
             MOVE TAB-AVI-ULTIMO-CORTE(AVI-INDICE) TO AVI-ULTIMO-CORTE
             WRITE REG-AVISO-MORA
         END-IF.
