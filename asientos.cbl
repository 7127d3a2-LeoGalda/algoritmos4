        IDENTIFICATION DIVISION.
        PROGRAM-ID. ASIENTOS.

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
        DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.

      * Cuentas contables por tipo de evento y calificador (letra
      * del comprobante, medio de cobro o concepto de deduccion).
      * Sin este archivo no se exporta nada.
            SELECT CUENTAS-ASIENTO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CTA-ESTADO.

      * Eventos ya enviados al mayor en corridas anteriores; se
      * le agregan los de esta corrida.
            SELECT OPTIONAL EXPORTADOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS EXP-ESTADO.

      * Fuentes. Todas OPTIONAL: la que todavia no existe no
      * tiene nada que contabilizar.
            SELECT OPTIONAL FACTURAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS EMI-ESTADO.

            SELECT OPTIONAL NOTAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NCE-ESTADO.

            SELECT OPTIONAL DEBITOS-EMITIDOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS NDE-ESTADO.

      * Los recibos de MovCobranzas.dat que COBRANZA aplico, y
      * las anulaciones que asienta RESTAURA.
            SELECT OPTIONAL COBROS-APLICADOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CAP-ESTADO.

      * Historial acumulado de pagos de TP: a diferencia de
      * PagoBanco.dat y PagoDeducciones.dat, que TP regraba en
      * cada corrida, conserva todos los pagos girados con la
      * corrida que los giro.
            SELECT OPTIONAL HISTORIAL-PAGOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HPA-ESTADO.

      * Diario para el sistema contable: se regraba en cada
      * corrida con los asientos nuevos solamente.
            SELECT DIARIO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS DIA-ESTADO.

            SELECT LISTADO-ASIENTOS ASSIGN TO PRINTER
                                  "ControlAsientos.dat".

            SELECT OPTIONAL RUN-CONTROL ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS RUN-ESTADO.

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

        FILE SECTION.

        FD CUENTAS-ASIENTO LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CuentasAsiento.dat".
      * Evento FACT factura, NDEB nota de debito, NCRE nota de
      * credito, COBR cobro, PAGO pago neto a profesor, DEDU
      * deduccion. Calificador en blanco = cuenta por defecto del
      * evento. FACT/NDEB: debe deudores, haber ventas o
      * intereses, IVA debito fiscal. NCRE: debe ventas, haber
      * deudores, IVA debito fiscal (al debe). COBR: debe la
      * cuenta del medio, haber deudores. PAGO: debe honorarios,
      * haber banco. DEDU: debe honorarios, haber la retencion a
      * depositar del concepto. La anulacion de un cobro (ACOB) no
      * tiene entrada propia: usa las cuentas de COBR invertidas.
        01 REG-CUENTA-ASIENTO.
            03 MAP-EVENTO             PIC X(4).
            03 MAP-CALIFICADOR        PIC X(10).
            03 MAP-CUENTA-DEBE        PIC X(10).
            03 MAP-CUENTA-HABER       PIC X(10).
            03 MAP-CUENTA-IVA         PIC X(10).

        FD EXPORTADOS LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "AsientosExportados.dat".
        01 REG-EXPORTADO.
            03 EXP-EVENTO             PIC X(4).
            03 EXP-CLAVE              PIC X(30).
            03 EXP-ASIENTO            PIC 9(7).
            03 EXP-FECHA-EXPORTACION  PIC 9(8).
            03 EXP-HORA-EXPORTACION   PIC 9(6).

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

        FD COBROS-APLICADOS LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "CobrosAplicados.dat".
        01 REG-COBRO-APLICADO.
            03 CAP-FECHA-CORRIDA      PIC 9(8).
            03 CAP-HORA-CORRIDA       PIC 9(6).
            03 CAP-NRO-MOVIMIENTO     PIC 9(5).
            03 CAP-FACTURA            PIC 9(8).
            03 CAP-LETRA              PIC X.
            03 CAP-CUIT               PIC 9(11).
            03 CAP-PERIODO            PIC 9(6).
            03 CAP-FECHA              PIC 9(8).
            03 CAP-IMPORTE            PIC 9(10)V99.
            03 CAP-MEDIO              PIC X(10).
      * 'A' aplicado (en blanco en los registros anteriores al
      * campo), 'R' anulado por una restauracion de
      * CtasPendientes.dat, con la fecha de esa restauracion.
            03 CAP-TIPO               PIC X.
            03 CAP-FECHA-ANULACION    PIC 9(8).

      * Layout de TP: 'B' bruto, 'D' deduccion por concepto, 'N'
      * neto girado.
        FD HISTORIAL-PAGOS LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "HistPagos.dat".
        01 REG-HIST-PAGO.
            03 HPA-NUMERO          PIC X(5).
            03 HPA-PERIODO         PIC 9(6).
            03 HPA-TIPO-REG        PIC X.
            03 HPA-CONCEPTO        PIC X(4).
            03 HPA-DESC            PIC X(20).
            03 HPA-IMPORTE         PIC 9(9)V99.
            03 HPA-DNI             PIC 9(8).
            03 HPA-FECHA-CORRIDA   PIC 9(8).
            03 HPA-HORA-CORRIDA    PIC 9(6).

        FD DIARIO LABEL RECORD IS STANDARD
                       VALUE OF FILE-ID IS "AsientosContables.dat".
      * Un renglon por imputacion; los renglones de un mismo
      * asiento comparten numero y suman lo mismo al debe ('D')
      * que al haber ('H'). Importes sin signo.
        01 REG-DIARIO.
            03 DIA-ASIENTO            PIC 9(7).
            03 DIA-RENGLON            PIC 9(2).
            03 DIA-FECHA              PIC 9(8).
            03 DIA-EVENTO             PIC X(4).
            03 DIA-REFERENCIA         PIC X(30).
            03 DIA-CUENTA             PIC X(10).
            03 DIA-DEBE-HABER         PIC X.
            03 DIA-IMPORTE            PIC 9(11)V99.
            03 DIA-LEYENDA            PIC X(30).

        FD LISTADO-ASIENTOS LABEL RECORD OMITTED.
        01 LINEA-ASIENTOS PIC X(100).

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
        77 CTA-ESTADO PIC XX.
        77 EXP-ESTADO PIC XX.
        77 EMI-ESTADO PIC XX.
        77 NCE-ESTADO PIC XX.
        77 NDE-ESTADO PIC XX.
        77 CAP-ESTADO PIC XX.
        77 HPA-ESTADO PIC XX.
        77 DIA-ESTADO PIC XX.
        77 RUN-ESTADO PIC XX.
        77 EOF-CTA-SW PIC XX VALUE "NO".
            88 EOF-CUENTAS VALUE "SI".
        77 EOF-EXP-SW PIC XX VALUE "NO".
            88 EOF-EXPORTADOS VALUE "SI".
        77 EOF-FUENTE-SW PIC XX VALUE "NO".
            88 EOF-FUENTE VALUE "SI".
        77 EVENTO-EXPORTADO-SW PIC XX VALUE "NO".
            88 EVENTO-EXPORTADO VALUE "SI".
        77 CUENTAS-HALLADAS-SW PIC XX VALUE "NO".
            88 CUENTAS-HALLADAS VALUE "SI".
        77 COBRO-ANULADO-SW PIC XX VALUE "NO".
            88 COBRO-ANULADO VALUE "SI".

        77 CTA-SUBINDICE PIC 9(3) VALUE 1.
        77 EXP-SUBINDICE PIC 9(5) VALUE 1.
        77 ANU-SUBINDICE PIC 9(4) VALUE 1.
        77 EVENTO-CUENTAS PIC X(4) VALUE SPACES.
        77 REN-SUBINDICE PIC 9 VALUE 1.
        77 ULTIMO-ASIENTO PIC 9(7) VALUE 0.
        77 FECHA-INICIO-CORRIDA PIC 9(8) VALUE 0.
        77 HORA-INICIO-CORRIDA PIC 9(6) VALUE 0.
        77 SEVERIDAD-CORRIDA PIC X VALUE 'I'.
        77 MOTIVO-EXCEPCION PIC X(30) VALUE SPACES.
        77 CUENTA-RENGLON PIC X(10) VALUE SPACES.
        77 DEBE-HABER-RENGLON PIC X VALUE SPACES.
        77 IMPORTE-RENGLON PIC 9(10)V99 VALUE 0.
        77 SUMA-DEBE-EVENTO PIC 9(11)V99 VALUE 0.
        77 SUMA-HABER-EVENTO PIC 9(11)V99 VALUE 0.

      * Totales de la fuente en curso y de la corrida.
        77 FUENTE-LEIDOS PIC 9(7) VALUE 0.
        77 FUENTE-EXPORTADOS PIC 9(7) VALUE 0.
        77 FUENTE-YA-EXPORTADOS PIC 9(7) VALUE 0.
        77 FUENTE-SIN-CAE PIC 9(7) VALUE 0.
        77 FUENTE-ANULADOS PIC 9(7) VALUE 0.
        77 FUENTE-SIN-CUENTA PIC 9(7) VALUE 0.
        77 FUENTE-INVALIDOS PIC 9(7) VALUE 0.
        77 FUENTE-DEBE PIC 9(12)V99 VALUE 0.
        77 FUENTE-HABER PIC 9(12)V99 VALUE 0.
        77 TOTAL-LEIDOS PIC 9(7) VALUE 0.
        77 TOTAL-EXPORTADOS PIC 9(7) VALUE 0.
        77 TOTAL-RENGLONES PIC 9(7) VALUE 0.
        77 TOTAL-DEBE PIC 9(12)V99 VALUE 0.
        77 TOTAL-HABER PIC 9(12)V99 VALUE 0.
        77 TOTAL-CUENTAS-ERRONEAS PIC 9(5) VALUE 0.

        01 PARAMETROS-CORRIDA.
            03 FILLER PIC X(9) VALUE 'ASIENTOS='.
            03 PAR-CORRIDA-ASIENTOS PIC 9(7).
            03 FILLER PIC X(24) VALUE SPACES.

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

      * Evento que se esta contabilizando, armado por la fuente.
      * Para COBR, ACOB, PAGO y DEDU neto y total son el importe y
      * el IVA queda en cero.
        01 EVENTO-ACTUAL.
            03 EVE-EVENTO             PIC X(4).
            03 EVE-CALIFICADOR        PIC X(10).
            03 EVE-CLAVE              PIC X(30).
            03 EVE-FECHA              PIC 9(8).
            03 EVE-NETO               PIC 9(10)V99.
            03 EVE-IVA                PIC 9(10)V99.
            03 EVE-TOTAL              PIC 9(10)V99.
            03 EVE-LEYENDA            PIC X(30).

      * Claves que identifican cada evento en
      * AsientosExportados.dat.
        01 CLAVE-COMPROBANTE.
            03 CCO-LETRA              PIC X.
            03 CCO-NUMERO             PIC 9(8).
            03 FILLER                 PIC X(21) VALUE SPACES.
        01 CLAVE-COBRO.
            03 CCB-FECHA-CORRIDA      PIC 9(8).
            03 CCB-HORA-CORRIDA       PIC 9(6).
            03 CCB-NRO-MOVIMIENTO     PIC 9(5).
            03 FILLER                 PIC X(11) VALUE SPACES.
        01 CLAVE-PAGO.
            03 CPA-FECHA-CORRIDA      PIC 9(8).
            03 CPA-HORA-CORRIDA       PIC 9(6).
            03 CPA-NUMERO             PIC X(5).
            03 CPA-PERIODO            PIC 9(6).
            03 CPA-CONCEPTO           PIC X(4).
            03 FILLER                 PIC X VALUE SPACES.

       01 TABLA-CUENTAS.
           02 TAB-CUENTAS OCCURS 200 TIMES INDEXED BY CTA-INDICE.
               03 TAB-CTA-EVENTO PIC X(4).
               03 TAB-CTA-CALIFICADOR PIC X(10).
               03 TAB-CTA-DEBE PIC X(10).
               03 TAB-CTA-HABER PIC X(10).
               03 TAB-CTA-IVA PIC X(10).

       01 TABLA-EXPORTADOS.
           02 TAB-EXPORTADOS OCCURS 20000 TIMES INDEXED BY EXP-INDICE.
               03 TAB-EXP-EVENTO PIC X(4).
               03 TAB-EXP-CLAVE PIC X(30).

      * Recibos anulados en CobrosAplicados.dat (clave de cobro).
       01 TABLA-ANULADOS.
           02 TAB-ANULADOS OCCURS 5000 TIMES INDEXED BY ANU-INDICE.
               03 TAB-ANU-CLAVE PIC X(30).

      * Renglones del asiento en armado (a lo sumo tres).
       01 TABLA-RENGLONES.
           02 TAB-RENGLONES OCCURS 3 TIMES INDEXED BY REN-INDICE.
               03 TAB-REN-CUENTA PIC X(10).
               03 TAB-REN-DEBE-HABER PIC X.
               03 TAB-REN-IMPORTE PIC 9(10)V99.

       01 ENCABEZADO-ASIENTOS.
           03 FILLER PIC X(41)
               VALUE 'CONTROL DE ASIENTOS CONTABLES - FECHA:  '.
           03 ASI-DIA PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 ASI-MES PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 ASI-ANIO PIC 9(4).
           03 FILLER PIC X(49) VALUE SPACES.
       01 LINEA-EN-BLANCO.
           03 FILLER PIC X(100) VALUE SPACES.
       01 LINEA-FUENTE.
           03 FILLER PIC X(8) VALUE 'FUENTE: '.
           03 ASI-FUENTE PIC X(40).
           03 FILLER PIC X(52) VALUE SPACES.
       01 LINEA-EXCEPCION.
           03 FILLER PIC X(3) VALUE SPACES.
           03 ASI-EXC-EVENTO PIC X(4).
           03 FILLER PIC X VALUE SPACES.
           03 ASI-EXC-CALIFICADOR PIC X(10).
           03 FILLER PIC X VALUE SPACES.
           03 ASI-EXC-LEYENDA PIC X(30).
           03 FILLER PIC X VALUE SPACES.
           03 ASI-EXC-IMPORTE PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ASI-EXC-MOTIVO PIC X(30).
           03 FILLER PIC X(5) VALUE SPACES.
       01 LINEA-CUENTA-ERRONEA.
           03 FILLER PIC X(23) VALUE '   CUENTA MAL DEFINIDA:'.
           03 ASI-ERR-REGISTRO PIC X(44).
           03 FILLER PIC X VALUE SPACES.
           03 ASI-ERR-MOTIVO PIC X(30).
           03 FILLER PIC X(2) VALUE SPACES.
       01 LINEA-TOTAL-ASIENTOS.
           03 FILLER PIC X(3) VALUE SPACES.
           03 ASI-ETIQUETA PIC X(40).
           03 ASI-CANTIDAD PIC ZZZZZZ9.
           03 FILLER PIC X(50) VALUE SPACES.
       01 LINEA-IMPORTE-ASIENTOS.
           03 FILLER PIC X(3) VALUE SPACES.
           03 ASI-ETIQUETA-IMP PIC X(40).
           03 ASI-IMPORTE PIC ZZZZZZZZZZZ9,99.
           03 FILLER PIC X(42) VALUE SPACES.
       01 LINEA-CONTROL-BALANCE.
           03 FILLER PIC X(3) VALUE SPACES.
           03 FILLER PIC X(40) VALUE 'DEBE = HABER:'.
           03 ASI-BALANCE PIC X(20).
           03 FILLER PIC X(37) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * Interfaz contable. Cada evento de facturacion, cobranza y
      * pago a profesores se convierte en un asiento de partida
      * doble con las cuentas de CuentasAsiento.dat:
      *  - FacturasEmitidas.dat (TP2), NotasDebEmitidas.dat
      *    (INTERESES) y NotasCredEmitidas.dat (NOTACRED): neto,
      *    IVA (total - neto) y total, por letra. El comprobante
      *    sin CAE todavia no tiene validez y queda para la
      *    corrida que lo encuentre autorizado.
      *  - CobrosAplicados.dat: los recibos que COBRANZA aplico,
      *    por medio de cobro. El recibo que RESTAURA anulo al
      *    volver CtasPendientes.dat atras no se contabiliza si
      *    todavia no se habia exportado, y si ya se habia
      *    exportado se revierte con un asiento ACOB.
      *  - HistPagos.dat de TP: el neto girado ('N') y las
      *    retenciones por concepto ('D') arman entre los dos el
      *    bruto al debe de honorarios.
      * Cada evento se exporta una sola vez: AsientosExportados.dat
      * guarda su clave (comprobante por letra y numero, recibo por
      * corrida de COBRANZA y movimiento, pago por corrida de TP,
      * profesor y periodo, deduccion ademas por concepto). Cada
      * corrida de TP, tambien la de restart, es un pago distinto;
      * el reenvio de un neto rechazado por el banco no se graba en
      * HistPagos.dat y por eso no vuelve a contabilizarse.
      * ControlAsientos.dat prueba por fuente que el debe iguala al
      * haber; un evento sin cuenta o con importes inconsistentes no
      * se exporta, se lista y se reintenta en la proxima corrida.

        COMIENZO.
            PERFORM 0100-INICIO.
            PERFORM 1000-CONTABILIZAR-FACTURAS.
            PERFORM 1100-CONTABILIZAR-DEBITOS.
            PERFORM 1200-CONTABILIZAR-CREDITOS.
            PERFORM 1300-CONTABILIZAR-COBROS.
            PERFORM 1400-CONTABILIZAR-PAGOS.
            PERFORM 1500-CONTABILIZAR-DEDUCCIONES.
            PERFORM 2900-FIN.
            PERFORM 2990-GRABAR-RUN-CONTROL.
            STOP RUN.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0100-INICIO.
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
            MOVE WS-CURRENT-DATE TO FECHA-INICIO-CORRIDA.
            MOVE WS-CURRENT-TIME(1:6) TO HORA-INICIO-CORRIDA.
            OPEN OUTPUT LISTADO-ASIENTOS.
            MOVE WS-CURRENT-DAY TO ASI-DIA.
            MOVE WS-CURRENT-MONTH TO ASI-MES.
            MOVE WS-CURRENT-YEAR TO ASI-ANIO.
            WRITE LINEA-ASIENTOS FROM ENCABEZADO-ASIENTOS.
            WRITE LINEA-ASIENTOS FROM LINEA-EN-BLANCO.
            OPEN INPUT CUENTAS-ASIENTO.
            IF CTA-ESTADO NOT EQUAL '00'
                MOVE 'NO SE PUEDE ABRIR CUENTASASIENTO.DAT: NO SE '
                    TO LINEA-ASIENTOS
                WRITE LINEA-ASIENTOS
                MOVE 'EXPORTA NINGUN ASIENTO' TO LINEA-ASIENTOS
                WRITE LINEA-ASIENTOS
                CLOSE LISTADO-ASIENTOS
                MOVE 'E' TO SEVERIDAD-CORRIDA
                PERFORM 2990-GRABAR-RUN-CONTROL
                STOP RUN
            END-IF.
            PERFORM 0200-LEER-CUENTA.
            PERFORM 0250-CARGAR-CUENTA UNTIL EOF-CUENTAS.
            CLOSE CUENTAS-ASIENTO.
            IF TOTAL-CUENTAS-ERRONEAS > 0
                WRITE LINEA-ASIENTOS FROM LINEA-EN-BLANCO
            END-IF.
            OPEN INPUT EXPORTADOS.
            PERFORM 0300-LEER-EXPORTADO.
            PERFORM 0350-CARGAR-EXPORTADO UNTIL EOF-EXPORTADOS.
            CLOSE EXPORTADOS.
            OPEN EXTEND EXPORTADOS.
            OPEN OUTPUT DIARIO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0200-LEER-CUENTA.
         READ CUENTAS-ASIENTO AT END MOVE "SI" TO EOF-CTA-SW.
         IF CTA-ESTADO NOT EQUAL '00' AND NOT EOF-CUENTAS
             MOVE "SI" TO EOF-CTA-SW
         END-IF.

      *-----------------------------------------------------------*
      * Se descartan (y se listan) el evento desconocido, la cuenta
      * faltante y el evento+calificador repetido: el primero que
      * aparece es el que vale.
      *-----------------------------------------------------------*
        0250-CARGAR-CUENTA.
         MOVE SPACES TO MOTIVO-EXCEPCION.
         IF MAP-EVENTO NOT EQUAL 'FACT' AND NOT EQUAL 'NDEB' AND
            NOT EQUAL 'NCRE' AND NOT EQUAL 'COBR' AND
            NOT EQUAL 'PAGO' AND NOT EQUAL 'DEDU'
             MOVE 'EVENTO DESCONOCIDO' TO MOTIVO-EXCEPCION
         ELSE
             IF MAP-CUENTA-DEBE EQUAL SPACES OR
                MAP-CUENTA-HABER EQUAL SPACES
                 MOVE 'FALTA CUENTA DEBE O HABER'
                     TO MOTIVO-EXCEPCION
             ELSE
                 IF MAP-CUENTA-IVA EQUAL SPACES AND
                    (MAP-EVENTO EQUAL 'FACT' OR 'NDEB' OR 'NCRE')
                     MOVE 'FALTA CUENTA DE IVA' TO MOTIVO-EXCEPCION
                 END-IF
             END-IF
         END-IF.
         IF MOTIVO-EXCEPCION EQUAL SPACES
             SET CTA-INDICE TO 1
             SEARCH TAB-CUENTAS
                 AT END CONTINUE
                 WHEN CTA-INDICE EQUAL CTA-SUBINDICE
                     CONTINUE
                 WHEN TAB-CTA-EVENTO(CTA-INDICE) EQUAL MAP-EVENTO AND
                      TAB-CTA-CALIFICADOR(CTA-INDICE)
                          EQUAL MAP-CALIFICADOR
                     MOVE 'EVENTO Y CALIFICADOR REPETIDOS'
                         TO MOTIVO-EXCEPCION
             END-SEARCH
         END-IF.
         IF MOTIVO-EXCEPCION NOT EQUAL SPACES
             ADD 1 TO TOTAL-CUENTAS-ERRONEAS
             MOVE REG-CUENTA-ASIENTO TO ASI-ERR-REGISTRO
             MOVE MOTIVO-EXCEPCION TO ASI-ERR-MOTIVO
             WRITE LINEA-ASIENTOS FROM LINEA-CUENTA-ERRONEA
             MOVE 'W' TO SEVERIDAD-CORRIDA
         ELSE
             IF CTA-SUBINDICE > 200
                 DISPLAY 'TABLA-CUENTAS LLENA - AUMENTAR EL OCCURS'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             MOVE MAP-EVENTO TO TAB-CTA-EVENTO(CTA-SUBINDICE)
             MOVE MAP-CALIFICADOR TO TAB-CTA-CALIFICADOR(CTA-SUBINDICE)
             MOVE MAP-CUENTA-DEBE TO TAB-CTA-DEBE(CTA-SUBINDICE)
             MOVE MAP-CUENTA-HABER TO TAB-CTA-HABER(CTA-SUBINDICE)
             MOVE MAP-CUENTA-IVA TO TAB-CTA-IVA(CTA-SUBINDICE)
             ADD 1 TO CTA-SUBINDICE
         END-IF.
         PERFORM 0200-LEER-CUENTA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-EXPORTADO.
         READ EXPORTADOS AT END MOVE "SI" TO EOF-EXP-SW.
         IF EXP-ESTADO NOT EQUAL '00' AND NOT EOF-EXPORTADOS
             MOVE "SI" TO EOF-EXP-SW
         END-IF.

      *-----------------------------------------------------------*
      * La numeracion de asientos sigue desde el mayor exportado.
      *-----------------------------------------------------------*
        0350-CARGAR-EXPORTADO.
         PERFORM 1690-ANOTAR-EXPORTADO.
         IF EXP-ASIENTO > ULTIMO-ASIENTO
             MOVE EXP-ASIENTO TO ULTIMO-ASIENTO
         END-IF.
         PERFORM 0300-LEER-EXPORTADO.

      *-----------------------------------------------------------*
      * Facturas de TP2: deudores al debe por el total; ventas e
      * IVA debito fiscal al haber.
      *-----------------------------------------------------------*
        1000-CONTABILIZAR-FACTURAS.
         MOVE 'FACTURASEMITIDAS.DAT (TP2)' TO ASI-FUENTE.
         PERFORM 1800-INICIO-FUENTE.
         OPEN INPUT FACTURAS-EMITIDAS.
         PERFORM 1010-LEER-FACTURA.
         PERFORM 1020-EVENTO-FACTURA UNTIL EOF-FUENTE.
         CLOSE FACTURAS-EMITIDAS.
         PERFORM 1900-TOTALES-FUENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1010-LEER-FACTURA.
         MOVE ZEROS TO EMI-VTO-CAE.
         MOVE SPACES TO EMI-CAE EMI-LETRA.
         READ FACTURAS-EMITIDAS AT END MOVE "SI" TO EOF-FUENTE-SW.
         IF EMI-ESTADO NOT EQUAL '00' AND NOT EOF-FUENTE
             MOVE "SI" TO EOF-FUENTE-SW
         END-IF.
         IF EMI-LETRA NOT EQUAL 'B'
             MOVE 'A' TO EMI-LETRA
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1020-EVENTO-FACTURA.
         ADD 1 TO FUENTE-LEIDOS.
         MOVE 'FACT' TO EVE-EVENTO.
         MOVE EMI-LETRA TO EVE-CALIFICADOR CCO-LETRA.
         MOVE EMI-NUMERO TO CCO-NUMERO.
         MOVE CLAVE-COMPROBANTE TO EVE-CLAVE.
         MOVE EMI-FECHA TO EVE-FECHA.
         MOVE EMI-NETO TO EVE-NETO.
         MOVE EMI-TOTAL TO EVE-TOTAL.
         MOVE SPACES TO EVE-LEYENDA.
         STRING 'FACTURA ' EMI-LETRA ' ' EMI-NUMERO ' ' EMI-CUIT
             DELIMITED BY SIZE INTO EVE-LEYENDA.
         IF EMI-CAE EQUAL SPACES
             ADD 1 TO FUENTE-SIN-CAE
         ELSE
             PERFORM 1600-CONTABILIZAR-EVENTO
         END-IF.
         PERFORM 1010-LEER-FACTURA.

      *-----------------------------------------------------------*
      * Notas de debito por intereses de INTERESES: mismo asiento
      * que la factura, con la cuenta de intereses al haber.
      *-----------------------------------------------------------*
        1100-CONTABILIZAR-DEBITOS.
         MOVE 'NOTASDEBEMITIDAS.DAT (INTERESES)' TO ASI-FUENTE.
         PERFORM 1800-INICIO-FUENTE.
         OPEN INPUT DEBITOS-EMITIDOS.
         PERFORM 1110-LEER-DEBITO.
         PERFORM 1120-EVENTO-DEBITO UNTIL EOF-FUENTE.
         CLOSE DEBITOS-EMITIDOS.
         PERFORM 1900-TOTALES-FUENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1110-LEER-DEBITO.
         MOVE ZEROS TO NDE-VTO-CAE.
         MOVE SPACES TO NDE-CAE NDE-LETRA.
         READ DEBITOS-EMITIDOS AT END MOVE "SI" TO EOF-FUENTE-SW.
         IF NDE-ESTADO NOT EQUAL '00' AND NOT EOF-FUENTE
             MOVE "SI" TO EOF-FUENTE-SW
         END-IF.
         IF NDE-LETRA NOT EQUAL 'B'
             MOVE 'A' TO NDE-LETRA
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1120-EVENTO-DEBITO.
         ADD 1 TO FUENTE-LEIDOS.
         MOVE 'NDEB' TO EVE-EVENTO.
         MOVE NDE-LETRA TO EVE-CALIFICADOR CCO-LETRA.
         MOVE NDE-NUMERO TO CCO-NUMERO.
         MOVE CLAVE-COMPROBANTE TO EVE-CLAVE.
         MOVE NDE-FECHA TO EVE-FECHA.
         MOVE NDE-NETO TO EVE-NETO.
         MOVE NDE-TOTAL TO EVE-TOTAL.
         MOVE SPACES TO EVE-LEYENDA.
         STRING 'N.DEB ' NDE-LETRA ' ' NDE-NUMERO ' ' NDE-CUIT
             DELIMITED BY SIZE INTO EVE-LEYENDA.
         IF NDE-CAE EQUAL SPACES
             ADD 1 TO FUENTE-SIN-CAE
         ELSE
             PERFORM 1600-CONTABILIZAR-EVENTO
         END-IF.
         PERFORM 1110-LEER-DEBITO.

      *-----------------------------------------------------------*
      * Notas de credito de NOTACRED: el asiento inverso de la
      * factura.
      *-----------------------------------------------------------*
        1200-CONTABILIZAR-CREDITOS.
         MOVE 'NOTASCREDEMITIDAS.DAT (NOTACRED)' TO ASI-FUENTE.
         PERFORM 1800-INICIO-FUENTE.
         OPEN INPUT NOTAS-EMITIDAS.
         PERFORM 1210-LEER-CREDITO.
         PERFORM 1220-EVENTO-CREDITO UNTIL EOF-FUENTE.
         CLOSE NOTAS-EMITIDAS.
         PERFORM 1900-TOTALES-FUENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1210-LEER-CREDITO.
         MOVE ZEROS TO NCE-VTO-CAE.
         MOVE SPACES TO NCE-CAE NCE-LETRA.
         READ NOTAS-EMITIDAS AT END MOVE "SI" TO EOF-FUENTE-SW.
         IF NCE-ESTADO NOT EQUAL '00' AND NOT EOF-FUENTE
             MOVE "SI" TO EOF-FUENTE-SW
         END-IF.
         IF NCE-LETRA NOT EQUAL 'B'
             MOVE 'A' TO NCE-LETRA
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1220-EVENTO-CREDITO.
         ADD 1 TO FUENTE-LEIDOS.
         MOVE 'NCRE' TO EVE-EVENTO.
         MOVE NCE-LETRA TO EVE-CALIFICADOR CCO-LETRA.
         MOVE NCE-NUMERO TO CCO-NUMERO.
         MOVE CLAVE-COMPROBANTE TO EVE-CLAVE.
         MOVE NCE-FECHA TO EVE-FECHA.
         MOVE NCE-NETO TO EVE-NETO.
         MOVE NCE-TOTAL TO EVE-TOTAL.
         MOVE SPACES TO EVE-LEYENDA.
         STRING 'N.CRED ' NCE-LETRA ' ' NCE-NUMERO ' ' NCE-CUIT
             DELIMITED BY SIZE INTO EVE-LEYENDA.
         IF NCE-CAE EQUAL SPACES
             ADD 1 TO FUENTE-SIN-CAE
         ELSE
             PERFORM 1600-CONTABILIZAR-EVENTO
         END-IF.
         PERFORM 1210-LEER-CREDITO.

      *-----------------------------------------------------------*
      * Cobros aplicados por COBRANZA: la cuenta del medio al
      * debe, deudores al haber.
      *-----------------------------------------------------------*
        1300-CONTABILIZAR-COBROS.
         MOVE 'COBROSAPLICADOS.DAT (COBRANZA)' TO ASI-FUENTE.
         PERFORM 1800-INICIO-FUENTE.
         OPEN INPUT COBROS-APLICADOS.
         PERFORM 1310-LEER-COBRO.
         PERFORM 1330-CARGAR-ANULADO UNTIL EOF-FUENTE.
         CLOSE COBROS-APLICADOS.
         MOVE "NO" TO EOF-FUENTE-SW.
         OPEN INPUT COBROS-APLICADOS.
         PERFORM 1310-LEER-COBRO.
         PERFORM 1320-EVENTO-COBRO UNTIL EOF-FUENTE.
         CLOSE COBROS-APLICADOS.
         PERFORM 1900-TOTALES-FUENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1310-LEER-COBRO.
         MOVE SPACES TO CAP-TIPO.
         MOVE ZEROS TO CAP-FECHA-ANULACION.
         READ COBROS-APLICADOS AT END MOVE "SI" TO EOF-FUENTE-SW.
         IF CAP-ESTADO NOT EQUAL '00' AND NOT EOF-FUENTE
             MOVE "SI" TO EOF-FUENTE-SW
         END-IF.
         IF CAP-TIPO NOT EQUAL 'R'
             MOVE 'A' TO CAP-TIPO
         END-IF.
         MOVE CAP-FECHA-CORRIDA TO CCB-FECHA-CORRIDA.
         MOVE CAP-HORA-CORRIDA TO CCB-HORA-CORRIDA.
         MOVE CAP-NRO-MOVIMIENTO TO CCB-NRO-MOVIMIENTO.

      *-----------------------------------------------------------*
      * El recibo anulado por RESTAURA no se cobra: el aplicado
      * que todavia no se exporto no se contabiliza, y la
      * anulacion solo se contabiliza (revirtiendo el asiento) si
      * el cobro ya se habia exportado.
      *-----------------------------------------------------------*
        1320-EVENTO-COBRO.
         ADD 1 TO FUENTE-LEIDOS.
         MOVE 'COBR' TO EVE-EVENTO.
         MOVE CAP-MEDIO TO EVE-CALIFICADOR.
         MOVE CLAVE-COBRO TO EVE-CLAVE.
         MOVE CAP-FECHA TO EVE-FECHA.
         MOVE CAP-IMPORTE TO EVE-NETO EVE-TOTAL.
         MOVE SPACES TO EVE-LEYENDA.
         STRING 'COBRO ' CAP-LETRA ' ' CAP-FACTURA ' ' CAP-CUIT
             DELIMITED BY SIZE INTO EVE-LEYENDA.
         PERFORM 1610-BUSCAR-EXPORTADO.
         IF CAP-TIPO EQUAL 'R'
             IF EVENTO-EXPORTADO
                 MOVE 'ACOB' TO EVE-EVENTO
                 MOVE CAP-FECHA-ANULACION TO EVE-FECHA
                 MOVE SPACES TO EVE-LEYENDA
                 STRING 'ANUL.COBRO ' CAP-LETRA ' ' CAP-FACTURA
                     DELIMITED BY SIZE INTO EVE-LEYENDA
                 PERFORM 1600-CONTABILIZAR-EVENTO
             ELSE
                 ADD 1 TO FUENTE-ANULADOS
             END-IF
         ELSE
             PERFORM 1340-BUSCAR-ANULADO
             IF COBRO-ANULADO AND NOT EVENTO-EXPORTADO
                 CONTINUE
             ELSE
                 PERFORM 1600-CONTABILIZAR-EVENTO
             END-IF
         END-IF.
         PERFORM 1310-LEER-COBRO.

      *-----------------------------------------------------------*
      * Primera pasada: las claves de los recibos anulados.
      *-----------------------------------------------------------*
        1330-CARGAR-ANULADO.
         IF CAP-TIPO EQUAL 'R'
             IF ANU-SUBINDICE > 5000
                 DISPLAY 'TABLA-ANULADOS LLENA - AUMENTAR EL OCCURS'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
             END-IF
             MOVE CLAVE-COBRO TO TAB-ANU-CLAVE(ANU-SUBINDICE)
             ADD 1 TO ANU-SUBINDICE
         END-IF.
         PERFORM 1310-LEER-COBRO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1340-BUSCAR-ANULADO.
         MOVE "NO" TO COBRO-ANULADO-SW.
         SET ANU-INDICE TO 1.
         SEARCH TAB-ANULADOS
             AT END CONTINUE
             WHEN ANU-INDICE EQUAL ANU-SUBINDICE
                 CONTINUE
             WHEN TAB-ANU-CLAVE(ANU-INDICE) EQUAL CLAVE-COBRO
                 MOVE "SI" TO COBRO-ANULADO-SW
         END-SEARCH.

      *-----------------------------------------------------------*
      * Neto girado a cada profesor: honorarios al debe, banco al
      * haber. Solo los registros 'N' del historial.
      *-----------------------------------------------------------*
        1400-CONTABILIZAR-PAGOS.
         MOVE 'HISTPAGOS.DAT NETOS (TP)' TO ASI-FUENTE.
         PERFORM 1800-INICIO-FUENTE.
         OPEN INPUT HISTORIAL-PAGOS.
         PERFORM 1410-LEER-HIST-PAGO.
         PERFORM 1420-EVENTO-PAGO UNTIL EOF-FUENTE.
         CLOSE HISTORIAL-PAGOS.
         PERFORM 1900-TOTALES-FUENTE.

      *-----------------------------------------------------------*
      * La clave lleva la corrida de TP que giro el pago.
      *-----------------------------------------------------------*
        1410-LEER-HIST-PAGO.
         READ HISTORIAL-PAGOS AT END MOVE "SI" TO EOF-FUENTE-SW.
         IF HPA-ESTADO NOT EQUAL '00' AND NOT EOF-FUENTE
             MOVE "SI" TO EOF-FUENTE-SW
         END-IF.
         MOVE HPA-FECHA-CORRIDA TO CPA-FECHA-CORRIDA.
         MOVE HPA-HORA-CORRIDA TO CPA-HORA-CORRIDA.
         MOVE HPA-NUMERO TO CPA-NUMERO.
         MOVE HPA-PERIODO TO CPA-PERIODO.
         MOVE HPA-CONCEPTO TO CPA-CONCEPTO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1420-EVENTO-PAGO.
         IF HPA-TIPO-REG EQUAL 'N'
             ADD 1 TO FUENTE-LEIDOS
             MOVE 'PAGO' TO EVE-EVENTO
             MOVE SPACES TO EVE-CALIFICADOR
             MOVE CLAVE-PAGO TO EVE-CLAVE
             MOVE HPA-FECHA-CORRIDA TO EVE-FECHA
             MOVE HPA-IMPORTE TO EVE-NETO EVE-TOTAL
             MOVE SPACES TO EVE-LEYENDA
             STRING 'PAGO PROF ' HPA-NUMERO ' PER ' HPA-PERIODO
                 DELIMITED BY SIZE INTO EVE-LEYENDA
             PERFORM 1600-CONTABILIZAR-EVENTO
         END-IF.
         PERFORM 1410-LEER-HIST-PAGO.

      *-----------------------------------------------------------*
      * Retenciones del mismo pago (registros 'D' del historial):
      * honorarios al debe, la cuenta a depositar del concepto al
      * haber.
      *-----------------------------------------------------------*
        1500-CONTABILIZAR-DEDUCCIONES.
         MOVE 'HISTPAGOS.DAT RETENCIONES (TP)' TO ASI-FUENTE.
         PERFORM 1800-INICIO-FUENTE.
         OPEN INPUT HISTORIAL-PAGOS.
         PERFORM 1410-LEER-HIST-PAGO.
         PERFORM 1520-EVENTO-DEDUCCION UNTIL EOF-FUENTE.
         CLOSE HISTORIAL-PAGOS.
         PERFORM 1900-TOTALES-FUENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1520-EVENTO-DEDUCCION.
         IF HPA-TIPO-REG EQUAL 'D'
             ADD 1 TO FUENTE-LEIDOS
             MOVE 'DEDU' TO EVE-EVENTO
             MOVE HPA-CONCEPTO TO EVE-CALIFICADOR
             MOVE CLAVE-PAGO TO EVE-CLAVE
             MOVE HPA-FECHA-CORRIDA TO EVE-FECHA
             MOVE HPA-IMPORTE TO EVE-NETO EVE-TOTAL
             MOVE SPACES TO EVE-LEYENDA
             STRING 'RET ' HPA-CONCEPTO ' PROF ' HPA-NUMERO
                 ' PER ' HPA-PERIODO
                 DELIMITED BY SIZE INTO EVE-LEYENDA
             PERFORM 1600-CONTABILIZAR-EVENTO
         END-IF.
         PERFORM 1410-LEER-HIST-PAGO.

      *-----------------------------------------------------------*
      * Comun a todas las fuentes: evento ya exportado, importes,
      * cuentas, renglones y prueba de balanceo antes de grabar.
      *-----------------------------------------------------------*
        1600-CONTABILIZAR-EVENTO.
         PERFORM 1610-BUSCAR-EXPORTADO.
         IF EVENTO-EXPORTADO
             ADD 1 TO FUENTE-YA-EXPORTADOS
         ELSE
             IF EVE-TOTAL NOT NUMERIC OR EVE-NETO NOT NUMERIC OR
                EVE-TOTAL EQUAL 0 OR EVE-NETO > EVE-TOTAL
                 ADD 1 TO FUENTE-INVALIDOS
                 MOVE 'IMPORTES INCONSISTENTES' TO MOTIVO-EXCEPCION
                 PERFORM 1680-INFORMAR-EXCEPCION
             ELSE
                 COMPUTE EVE-IVA = EVE-TOTAL - EVE-NETO
                 PERFORM 1620-BUSCAR-CUENTAS
                 IF NOT CUENTAS-HALLADAS
                     ADD 1 TO FUENTE-SIN-CUENTA
                     MOVE 'SIN CUENTA EN CUENTASASIENTO'
                         TO MOTIVO-EXCEPCION
                     PERFORM 1680-INFORMAR-EXCEPCION
                 ELSE
                     PERFORM 1630-ARMAR-RENGLONES
                     IF SUMA-DEBE-EVENTO NOT EQUAL SUMA-HABER-EVENTO
                         ADD 1 TO FUENTE-INVALIDOS
                         MOVE 'EL ASIENTO NO BALANCEA'
                             TO MOTIVO-EXCEPCION
                         PERFORM 1680-INFORMAR-EXCEPCION
                     ELSE
                         PERFORM 1650-GRABAR-ASIENTO
                     END-IF
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1610-BUSCAR-EXPORTADO.
         MOVE "NO" TO EVENTO-EXPORTADO-SW.
         SET EXP-INDICE TO 1.
         SEARCH TAB-EXPORTADOS
             AT END CONTINUE
             WHEN EXP-INDICE EQUAL EXP-SUBINDICE
                 CONTINUE
             WHEN TAB-EXP-EVENTO(EXP-INDICE) EQUAL EVE-EVENTO AND
                  TAB-EXP-CLAVE(EXP-INDICE) EQUAL EVE-CLAVE
                 MOVE "SI" TO EVENTO-EXPORTADO-SW
         END-SEARCH.

      *-----------------------------------------------------------*
      * Primero evento + calificador; si no esta, la entrada del
      * evento con calificador en blanco. ACOB busca las de COBR.
      *-----------------------------------------------------------*
        1620-BUSCAR-CUENTAS.
         MOVE "NO" TO CUENTAS-HALLADAS-SW.
         IF EVE-EVENTO EQUAL 'ACOB'
             MOVE 'COBR' TO EVENTO-CUENTAS
         ELSE
             MOVE EVE-EVENTO TO EVENTO-CUENTAS
         END-IF.
         SET CTA-INDICE TO 1.
         SEARCH TAB-CUENTAS
             AT END CONTINUE
             WHEN CTA-INDICE EQUAL CTA-SUBINDICE
                 CONTINUE
             WHEN TAB-CTA-EVENTO(CTA-INDICE) EQUAL EVENTO-CUENTAS AND
                  TAB-CTA-CALIFICADOR(CTA-INDICE) EQUAL EVE-CALIFICADOR
                 MOVE "SI" TO CUENTAS-HALLADAS-SW
         END-SEARCH.
         IF NOT CUENTAS-HALLADAS
             SET CTA-INDICE TO 1
             SEARCH TAB-CUENTAS
                 AT END CONTINUE
                 WHEN CTA-INDICE EQUAL CTA-SUBINDICE
                     CONTINUE
                 WHEN TAB-CTA-EVENTO(CTA-INDICE)
                          EQUAL EVENTO-CUENTAS AND
                      TAB-CTA-CALIFICADOR(CTA-INDICE) EQUAL SPACES
                     MOVE "SI" TO CUENTAS-HALLADAS-SW
             END-SEARCH
         END-IF.

      *-----------------------------------------------------------*
      * La nota de credito revierte la factura: ventas e IVA al
      * debe, deudores al haber. El IVA en cero no genera renglon.
      * La anulacion de un cobro revierte el cobro: deudores al
      * debe, la cuenta del medio al haber.
      *-----------------------------------------------------------*
        1630-ARMAR-RENGLONES.
         MOVE 1 TO REN-SUBINDICE.
         MOVE 0 TO SUMA-DEBE-EVENTO SUMA-HABER-EVENTO.
         EVALUATE EVE-EVENTO
             WHEN 'FACT'
             WHEN 'NDEB'
                 MOVE TAB-CTA-DEBE(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'D' TO DEBE-HABER-RENGLON
                 MOVE EVE-TOTAL TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
                 MOVE TAB-CTA-HABER(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'H' TO DEBE-HABER-RENGLON
                 MOVE EVE-NETO TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
                 MOVE TAB-CTA-IVA(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'H' TO DEBE-HABER-RENGLON
                 MOVE EVE-IVA TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
             WHEN 'NCRE'
                 MOVE TAB-CTA-DEBE(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'D' TO DEBE-HABER-RENGLON
                 MOVE EVE-NETO TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
                 MOVE TAB-CTA-IVA(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'D' TO DEBE-HABER-RENGLON
                 MOVE EVE-IVA TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
                 MOVE TAB-CTA-HABER(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'H' TO DEBE-HABER-RENGLON
                 MOVE EVE-TOTAL TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
             WHEN 'ACOB'
                 MOVE TAB-CTA-HABER(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'D' TO DEBE-HABER-RENGLON
                 MOVE EVE-TOTAL TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
                 MOVE TAB-CTA-DEBE(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'H' TO DEBE-HABER-RENGLON
                 MOVE EVE-TOTAL TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
             WHEN OTHER
                 MOVE TAB-CTA-DEBE(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'D' TO DEBE-HABER-RENGLON
                 MOVE EVE-TOTAL TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
                 MOVE TAB-CTA-HABER(CTA-INDICE) TO CUENTA-RENGLON
                 MOVE 'H' TO DEBE-HABER-RENGLON
                 MOVE EVE-TOTAL TO IMPORTE-RENGLON
                 PERFORM 1640-AGREGAR-RENGLON
         END-EVALUATE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1640-AGREGAR-RENGLON.
         IF IMPORTE-RENGLON > 0
             MOVE CUENTA-RENGLON TO TAB-REN-CUENTA(REN-SUBINDICE)
             MOVE DEBE-HABER-RENGLON
                 TO TAB-REN-DEBE-HABER(REN-SUBINDICE)
             MOVE IMPORTE-RENGLON TO TAB-REN-IMPORTE(REN-SUBINDICE)
             ADD 1 TO REN-SUBINDICE
             IF DEBE-HABER-RENGLON EQUAL 'D'
                 ADD IMPORTE-RENGLON TO SUMA-DEBE-EVENTO
             ELSE
                 ADD IMPORTE-RENGLON TO SUMA-HABER-EVENTO
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1650-GRABAR-ASIENTO.
         ADD 1 TO ULTIMO-ASIENTO.
         PERFORM 1660-GRABAR-RENGLON
             VARYING REN-INDICE FROM 1 BY 1
             UNTIL REN-INDICE EQUAL REN-SUBINDICE.
         ADD SUMA-DEBE-EVENTO TO FUENTE-DEBE.
         ADD SUMA-HABER-EVENTO TO FUENTE-HABER.
         ADD 1 TO FUENTE-EXPORTADOS.
         MOVE EVE-EVENTO TO EXP-EVENTO.
         MOVE EVE-CLAVE TO EXP-CLAVE.
         MOVE ULTIMO-ASIENTO TO EXP-ASIENTO.
         MOVE FECHA-INICIO-CORRIDA TO EXP-FECHA-EXPORTACION.
         MOVE HORA-INICIO-CORRIDA TO EXP-HORA-EXPORTACION.
         WRITE REG-EXPORTADO.
         PERFORM 1690-ANOTAR-EXPORTADO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1660-GRABAR-RENGLON.
         MOVE ULTIMO-ASIENTO TO DIA-ASIENTO.
         SET DIA-RENGLON TO REN-INDICE.
         MOVE EVE-FECHA TO DIA-FECHA.
         MOVE EVE-EVENTO TO DIA-EVENTO.
         MOVE EVE-CLAVE TO DIA-REFERENCIA.
         MOVE TAB-REN-CUENTA(REN-INDICE) TO DIA-CUENTA.
         MOVE TAB-REN-DEBE-HABER(REN-INDICE) TO DIA-DEBE-HABER.
         MOVE TAB-REN-IMPORTE(REN-INDICE) TO DIA-IMPORTE.
         MOVE EVE-LEYENDA TO DIA-LEYENDA.
         WRITE REG-DIARIO.
         ADD 1 TO TOTAL-RENGLONES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1680-INFORMAR-EXCEPCION.
         MOVE EVE-EVENTO TO ASI-EXC-EVENTO.
         MOVE EVE-CALIFICADOR TO ASI-EXC-CALIFICADOR.
         MOVE EVE-LEYENDA TO ASI-EXC-LEYENDA.
         IF EVE-TOTAL NUMERIC
             MOVE EVE-TOTAL TO ASI-EXC-IMPORTE
         ELSE
             MOVE 0 TO ASI-EXC-IMPORTE
         END-IF.
         MOVE MOTIVO-EXCEPCION TO ASI-EXC-MOTIVO.
         WRITE LINEA-ASIENTOS FROM LINEA-EXCEPCION.
         IF SEVERIDAD-CORRIDA NOT EQUAL 'E'
             MOVE 'W' TO SEVERIDAD-CORRIDA
         END-IF.

      *-----------------------------------------------------------*
      * Se llama al cargar AsientosExportados.dat (desde REG-
      * EXPORTADO) y despues de grabar cada asiento nuevo.
      *-----------------------------------------------------------*
        1690-ANOTAR-EXPORTADO.
         IF EXP-SUBINDICE > 20000
             DISPLAY 'TABLA-EXPORTADOS LLENA - AUMENTAR EL OCCURS'
             MOVE 8 TO RETURN-CODE
             STOP RUN
         END-IF.
         MOVE EXP-EVENTO TO TAB-EXP-EVENTO(EXP-SUBINDICE).
         MOVE EXP-CLAVE TO TAB-EXP-CLAVE(EXP-SUBINDICE).
         ADD 1 TO EXP-SUBINDICE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1800-INICIO-FUENTE.
         MOVE "NO" TO EOF-FUENTE-SW.
         MOVE 0 TO FUENTE-LEIDOS FUENTE-EXPORTADOS
             FUENTE-YA-EXPORTADOS FUENTE-SIN-CAE FUENTE-ANULADOS
             FUENTE-SIN-CUENTA FUENTE-INVALIDOS FUENTE-DEBE
             FUENTE-HABER.
         WRITE LINEA-ASIENTOS FROM LINEA-FUENTE.

      *-----------------------------------------------------------*
      * Control de la fuente: el debe y el haber son los de los
      * renglones efectivamente grabados en el diario.
      *-----------------------------------------------------------*
        1900-TOTALES-FUENTE.
         MOVE 'EVENTOS LEIDOS:' TO ASI-ETIQUETA.
         MOVE FUENTE-LEIDOS TO ASI-CANTIDAD.
         WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
         MOVE 'ASIENTOS EXPORTADOS:' TO ASI-ETIQUETA.
         MOVE FUENTE-EXPORTADOS TO ASI-CANTIDAD.
         WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
         MOVE 'YA EXPORTADOS EN CORRIDAS ANTERIORES:' TO ASI-ETIQUETA.
         MOVE FUENTE-YA-EXPORTADOS TO ASI-CANTIDAD.
         WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
         IF FUENTE-SIN-CAE > 0
             MOVE 'SIN CAE (QUEDAN PARA OTRA CORRIDA):'
                 TO ASI-ETIQUETA
             MOVE FUENTE-SIN-CAE TO ASI-CANTIDAD
             WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS
         END-IF.
         IF FUENTE-ANULADOS > 0
             MOVE 'ANULADOS SIN EXPORTAR (RESTAURA):'
                 TO ASI-ETIQUETA
             MOVE FUENTE-ANULADOS TO ASI-CANTIDAD
             WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS
         END-IF.
         MOVE 'SIN CUENTA CONTABLE:' TO ASI-ETIQUETA.
         MOVE FUENTE-SIN-CUENTA TO ASI-CANTIDAD.
         WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
         MOVE 'CON IMPORTES INCONSISTENTES:' TO ASI-ETIQUETA.
         MOVE FUENTE-INVALIDOS TO ASI-CANTIDAD.
         WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
         MOVE 'TOTAL DEBE:' TO ASI-ETIQUETA-IMP.
         MOVE FUENTE-DEBE TO ASI-IMPORTE.
         WRITE LINEA-ASIENTOS FROM LINEA-IMPORTE-ASIENTOS.
         MOVE 'TOTAL HABER:' TO ASI-ETIQUETA-IMP.
         MOVE FUENTE-HABER TO ASI-IMPORTE.
         WRITE LINEA-ASIENTOS FROM LINEA-IMPORTE-ASIENTOS.
         IF FUENTE-DEBE EQUAL FUENTE-HABER
             MOVE 'BALANCEA' TO ASI-BALANCE
         ELSE
             MOVE '** NO BALANCEA **' TO ASI-BALANCE
             MOVE 'E' TO SEVERIDAD-CORRIDA
         END-IF.
         WRITE LINEA-ASIENTOS FROM LINEA-CONTROL-BALANCE.
         WRITE LINEA-ASIENTOS FROM LINEA-EN-BLANCO.
         ADD FUENTE-LEIDOS TO TOTAL-LEIDOS.
         ADD FUENTE-EXPORTADOS TO TOTAL-EXPORTADOS.
         ADD FUENTE-DEBE TO TOTAL-DEBE.
         ADD FUENTE-HABER TO TOTAL-HABER.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2900-FIN.
            CLOSE DIARIO.
            CLOSE EXPORTADOS.
            MOVE 'TOTAL DE LA CORRIDA' TO ASI-FUENTE.
            WRITE LINEA-ASIENTOS FROM LINEA-FUENTE.
            MOVE 'EVENTOS LEIDOS:' TO ASI-ETIQUETA.
            MOVE TOTAL-LEIDOS TO ASI-CANTIDAD.
            WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
            MOVE 'ASIENTOS EXPORTADOS:' TO ASI-ETIQUETA.
            MOVE TOTAL-EXPORTADOS TO ASI-CANTIDAD.
            WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
            MOVE 'RENGLONES EN EL DIARIO:' TO ASI-ETIQUETA.
            MOVE TOTAL-RENGLONES TO ASI-CANTIDAD.
            WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
            MOVE 'CUENTAS MAL DEFINIDAS (DESCARTADAS):'
                TO ASI-ETIQUETA.
            MOVE TOTAL-CUENTAS-ERRONEAS TO ASI-CANTIDAD.
            WRITE LINEA-ASIENTOS FROM LINEA-TOTAL-ASIENTOS.
            MOVE 'TOTAL DEBE:' TO ASI-ETIQUETA-IMP.
            MOVE TOTAL-DEBE TO ASI-IMPORTE.
            WRITE LINEA-ASIENTOS FROM LINEA-IMPORTE-ASIENTOS.
            MOVE 'TOTAL HABER:' TO ASI-ETIQUETA-IMP.
            MOVE TOTAL-HABER TO ASI-IMPORTE.
            WRITE LINEA-ASIENTOS FROM LINEA-IMPORTE-ASIENTOS.
            IF TOTAL-DEBE EQUAL TOTAL-HABER
                MOVE 'BALANCEA' TO ASI-BALANCE
            ELSE
                MOVE '** NO BALANCEA **' TO ASI-BALANCE
                MOVE 'E' TO SEVERIDAD-CORRIDA
            END-IF.
            WRITE LINEA-ASIENTOS FROM LINEA-CONTROL-BALANCE.
            CLOSE LISTADO-ASIENTOS.

      *-----------------------------------------------------------*
      * LEIDOS eventos de todas las fuentes, SELECCIONADOS asientos
      * exportados, ESCRITOS renglones del diario.
      *-----------------------------------------------------------*
        2990-GRABAR-RUN-CONTROL.
         OPEN EXTEND RUN-CONTROL.
         MOVE 'ASIENTOS' TO RUN-PROGRAMA.
         MOVE FECHA-INICIO-CORRIDA TO RUN-FECHA-INICIO.
         MOVE HORA-INICIO-CORRIDA TO RUN-HORA-INICIO.
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
         MOVE WS-CURRENT-DATE TO RUN-FECHA-FIN.
         MOVE WS-CURRENT-TIME(1:6) TO RUN-HORA-FIN.
         MOVE TOTAL-EXPORTADOS TO PAR-CORRIDA-ASIENTOS.
         MOVE PARAMETROS-CORRIDA TO RUN-PARAMETROS.
         MOVE TOTAL-LEIDOS TO RUN-LEIDOS.
         MOVE TOTAL-EXPORTADOS TO RUN-SELECCIONADOS.
         MOVE TOTAL-RENGLONES TO RUN-ESCRITOS.
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
