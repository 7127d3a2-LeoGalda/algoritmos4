                           RECORD KEY IS TAF-CLAVE
                           FILE STATUS IS TAF-ESTADO.

      * Contratos por sucursal (MANTCON) y la copia que CIERRE
      * archiva con el tarifario (1980-ARCHIVAR-CONTRATOS): cada
      * lado se valoriza con el precio pactado de su momento.
      * OPTIONAL los dos: sin contratos manda el precio de lista.
            SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS CON-CLAVE
                           FILE STATUS IS CON-ESTADO.

            SELECT OPTIONAL CONTRATOS-FACT ASSIGN TO DISK
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS COF-CLAVE
                           FILE STATUS IS COF-ESTADO.

      * Auditoria de las correcciones de TP (HistCorrecciones.dat):
      * las derivadas ('F') del periodo a refacturar corrigen aca el
      * historico, porque TP no toca un periodo ya facturado.
            SELECT OPTIONAL HIST-CORRECCIONES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HCO-ESTADO.

      * Maestro de sucursales: CUIT de la sucursal destino cuando la
      * correccion mueve la clase de sucursal.
            SELECT SUCURSALES     ASSIGN TO DISK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS SUC-SUCURSAL
                                  FILE STATUS IS SUCURSALES-ESTADO.

      * Archivo de ajustes por CUIT para el circuito de
      * facturacion: un registro por CUIT con diferencia distinta
      * de cero, credito o debito segun el signo.
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
            02 CON-TRAMOS.
               03 CON-TRAMO OCCURS 3 TIMES.
                  04 CON-TRAMO-HORAS PIC 9(4)V99.
                  04 CON-TRAMO-DESCUENTO PIC 9(2)V99.

       FD CONTRATOS-FACT LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "ContratosFact.dat".
       01 REG-CONTRATOS-FACT.
            02 COF-CLAVE.
               03 COF-CUIT PIC 9(11).
               03 COF-TIP-CLASE PIC X(4).
               03 COF-VIG-DES PIC 9(8).
            02 COF-TARIFA PIC 9(5)V99.
            02 COF-TRAMOS.
               03 COF-TRAMO OCCURS 3 TIMES.
                  04 COF-TRAMO-HORAS PIC 9(4)V99.
                  04 COF-TRAMO-DESCUENTO PIC 9(2)V99.

      * Mismo registro que graba TP (2866-GRABAR-AUDITORIA-CORR).
        FD HIST-CORRECCIONES LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "HistCorrecciones.dat".
        01 REG-HIST-CORRECCION.
            03 HCO-NUMERO             PIC X(5).
            03 HCO-FECHA              PIC 9(8).
            03 HCO-SUCURSAL           PIC X(3).
            03 HCO-TIPO-CLASE         PIC X(4).
            03 HCO-HORAS              PIC 9(2)V99.
            03 HCO-ACCION             PIC X.
            03 HCO-HORAS-NUEVAS       PIC 9(2)V99.
            03 HCO-SUCURSAL-NUEVA     PIC X(3).
            03 HCO-TIPO-CLASE-NUEVO   PIC X(4).
            03 HCO-MOTIVO             PIC X(2).
            03 HCO-SOLICITANTE        PIC X(10).
            03 HCO-RESULTADO          PIC X.
            03 HCO-PERIODO            PIC 9(6).
            03 HCO-FECHA-CORRIDA      PIC 9(8).
            03 HCO-HORA-CORRIDA       PIC 9(6).

        FD SUCURSALES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "SucursalesI.dat".
        01 REG-SUCURSALES.
            03 SUC-SUCURSAL       PIC X(3).
            03 SUC-RAZON          PIC X(25).
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.

        FD AJUSTES-CUIT LABEL RECORD IS STANDARD
                        VALUE OF FILE-ID IS "AjustesCuit.dat".
        01 REG-AJUSTE-CUIT.
            88 OK-TAR VALUE '00'.
        77 TAF-ESTADO PIC XX.
            88 OK-TAF VALUE '00'.
        77 CON-ESTADO PIC XX.
            88 OK-CON VALUE '00'.
        77 COF-ESTADO PIC XX.
            88 OK-COF VALUE '00'.
        77 AJU-ESTADO PIC XX.
        77 HCO-ESTADO PIC XX.
        77 SUCURSALES-ESTADO PIC XX.
            88 OK-SUC-LEIDA VALUE '00'.
        77 EOF-HIST-SW PIC XX VALUE "NO".
            88 EOF-HISTORICO VALUE "SI".
        77 EOF-TAR-SW PIC XX VALUE "NO".
            88 EOF-TARIFAS VALUE "SI".
        77 EOF-TAF-SW PIC XX VALUE "NO".
            88 EOF-TARIFAS-FACT VALUE "SI".
        77 EOF-CON-SW PIC XX VALUE "NO".
            88 EOF-CONTRATOS VALUE "SI".
        77 EOF-COF-SW PIC XX VALUE "NO".
            88 EOF-CONTRATOS-FACT VALUE "SI".
        77 CONTRATO-ENCONTRADO-SW PIC XX VALUE "NO".
            88 CONTRATO-VIGENTE VALUE "SI".
        77 EOF-HCO-SW PIC XX VALUE "NO".
            88 EOF-HIST-CORRECCIONES VALUE "SI".
        77 CORRECCION-HALLADA-SW PIC XX VALUE "NO".
            88 CORRECCION-HALLADA VALUE "SI".
        77 REGISTRO-ANULADO-SW PIC XX VALUE "NO".
            88 REGISTRO-ANULADO VALUE "SI".

        77 TARIFA-SUBINDICE PIC 9(3) VALUE 1.
        77 CANT-TARIFAS PIC 9(3) VALUE 0.
        77 TAF-SUBINDICE PIC 9(3) VALUE 1.
        77 CANT-TARIFAS-FACT PIC 9(3) VALUE 0.
        77 ACUI-SUBINDICE PIC 9(3) VALUE 1.
        77 CRR-SUBINDICE PIC 9(4) VALUE 1.
        77 CONTRATO-SUBINDICE PIC 9(4) VALUE 1.
        77 CANT-CONTRATOS PIC 9(4) VALUE 0.
        77 COF-SUBINDICE PIC 9(4) VALUE 1.
        77 CANT-CONTRATOS-FACT PIC 9(4) VALUE 0.
        77 CANT-CONTRATOS-TRAMOS PIC 9(4) VALUE 0.
        77 CONTRATO-ELEGIDO PIC 9(4) VALUE 0.
        77 TRAMO-SUBINDICE PIC 9 VALUE 1.
        77 VOLUMEN-SUBINDICE PIC 9(4) VALUE 1.

        77 PERIODO-A-REFACTURAR PIC 9(6) VALUE 0.
        77 TARIFA-ORIGINAL PIC 9(5)V99 VALUE 0.
        77 TARIFA-NUEVA PIC 9(5)V99 VALUE 0.
        77 PORCENTAJE-DESCUENTO PIC 9(2)V99 VALUE 0.
        77 CUIT-VOLUMEN PIC 9(11) VALUE 0.
        77 CLASE-VOLUMEN PIC X(4) VALUE SPACES.
        77 PERIODO-VOLUMEN PIC 9(6) VALUE 0.
        77 VOLUMEN-MES PIC 9(5)V99 VALUE 0.
        77 IMPORTE-ORIGINAL PIC 9(9)V99 VALUE 0.
        77 IMPORTE-NUEVO PIC 9(9)V99 VALUE 0.
        77 AJUSTE-CUIT-CALC PIC S9(10)V99 VALUE 0.
        77 TOTAL-CREDITOS PIC 9(10)V99 VALUE 0.
        77 TOTAL-DEBITOS PIC 9(10)V99 VALUE 0.
        77 TOTAL-AJUSTES-EMITIDOS PIC 9(3) VALUE 0.
        77 CUIT-A-ACUMULAR PIC 9(11) VALUE 0.
        77 CUIT-CORREGIDO PIC 9(11) VALUE 0.
        77 TOTAL-CORR-APLICADAS PIC 9(5) VALUE 0.
        77 TOTAL-CORR-NO-ENCONTRADAS PIC 9(5) VALUE 0.
        77 TOTAL-REGISTROS-ANULADOS PIC 9(7) VALUE 0.

      * Registro del historico tal como queda despues de las
      * correcciones: el original sigue en REG-HIST-TIMES para
      * valorizar lo que se facturo.
       01 CORRIGE-REGISTRO.
           03 CRG-NUMERO PIC X(5).
           03 CRG-FECHA PIC 9(8).
           03 CRG-SUCURSAL PIC X(3).
           03 CRG-TIPO-CLASE PIC X(4).
           03 CRG-HORAS PIC 9(2)V99.

      * Correcciones derivadas del periodo: 'P' pendiente, 'A'
      * aplicada sobre un registro del historico.
       01 TABLA-CORRECCIONES.
           02 TAB-CORRECCIONES OCCURS 2000 TIMES
                   INDEXED BY CRR-INDICE.
               03 TAB-CRR-ESTADO PIC X.
               03 TAB-CRR-NUMERO PIC X(5).
               03 TAB-CRR-FECHA PIC 9(8).
               03 TAB-CRR-SUCURSAL PIC X(3).
               03 TAB-CRR-TIPO-CLASE PIC X(4).
               03 TAB-CRR-HORAS PIC 9(2)V99.
               03 TAB-CRR-ACCION PIC X.
               03 TAB-CRR-HORAS-NUEVAS PIC 9(2)V99.
               03 TAB-CRR-SUCURSAL-NUEVA PIC X(3).
               03 TAB-CRR-TIPO-CLASE-NUEVO PIC X(4).
               03 TAB-CRR-MOTIVO PIC X(2).
               03 TAB-CRR-SOLICITANTE PIC X(10).

      * Acumuladores por CUIT del periodo: lo facturado con el
      * tarifario archivado y lo revalorizado con el actual.
               03 TAB-TAF-VIG-DES PIC 9(8).
               03 TAB-TAF-TARIFA PIC 9(5)V99.

      * Los contratos de hoy y los archivados, con el mismo
      * criterio de vigencia; el precio neto sale igual que en
      * 0900-BUSCAR-TARIFAS de TP2.
       01 TABLA-CONTRATOS.
           02 TAB-CONTRATOS OCCURS 1000 TIMES
                   INDEXED BY CON-INDICE.
               03 TAB-CON-CUIT PIC 9(11).
               03 TAB-CON-CLASE PIC X(4).
               03 TAB-CON-VIG-DES PIC 9(8).
               03 TAB-CON-TARIFA PIC 9(5)V99.
               03 TAB-CON-TRAMO OCCURS 3 TIMES.
                   04 TAB-CON-TRAMO-HORAS PIC 9(4)V99.
                   04 TAB-CON-TRAMO-DESCUENTO PIC 9(2)V99.
               03 TAB-CON-CON-TRAMOS PIC X.
       01 TABLA-CONTRATOS-FACT.
           02 TAB-CONTRATOS-FACT OCCURS 1000 TIMES
                   INDEXED BY COF-INDICE.
               03 TAB-COF-CUIT PIC 9(11).
               03 TAB-COF-CLASE PIC X(4).
               03 TAB-COF-VIG-DES PIC 9(8).
               03 TAB-COF-TARIFA PIC 9(5)V99.
               03 TAB-COF-TRAMO OCCURS 3 TIMES.
                   04 TAB-COF-TRAMO-HORAS PIC 9(4)V99.
                   04 TAB-COF-TRAMO-DESCUENTO PIC 9(2)V99.
               03 TAB-COF-CON-TRAMOS PIC X.

      * Horas del mes por CUIT y clase para los tramos: lo que se
      * facturo (registro original, CUIT facturado) y lo que queda
      * despues de las correcciones (CUIT corregido).
       01 TABLA-VOLUMENES.
           02 TAB-VOLUMENES OCCURS 2000 TIMES
                   INDEXED BY VOLUMEN-INDICE.
               03 TAB-VOL-CUIT PIC 9(11).
               03 TAB-VOL-CLASE PIC X(4).
               03 TAB-VOL-PERIODO PIC 9(6).
               03 TAB-VOL-HORAS-ORIG PIC 9(5)V99.
               03 TAB-VOL-HORAS-NUEVAS PIC 9(5)V99.

       01 ENCABEZADO-AJUSTES.
           03 FILLER PIC X(42)
               VALUE 'AJUSTES POR REFACTURACION - PERIODO:      '.
           03 FILLER PIC X(3) VALUE SPACES.
           03 AJT-IMPORTE PIC ZZZZZZZZZ9,99.
           03 FILLER PIC X(32) VALUE SPACES.
       01 ENCABEZADO-CORRECCIONES.
           03 FILLER PIC X(50)
               VALUE 'CORRECCIONES DE TP SOBRE EL PERIODO FACTURADO'.
           03 FILLER PIC X(50) VALUE SPACES.
       01 DATOS-CORRECCION-AJU.
           03 ACL-RESULTADO PIC X(16).
           03 ACL-NUMERO PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-TIPO-CLASE PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-HORAS PIC Z9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-ACCION PIC X.
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-HORAS-NUEVAS PIC Z9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-SUCURSAL-NUEVA PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-TIPO-CLASE-NUEVO PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-MOTIVO PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 ACL-SOLICITANTE PIC X(10).
           03 FILLER PIC X(23) VALUE SPACES.

        PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * corregida). La diferencia por CUIT sale como credito o
      * debito en AjustesCuit.dat y en el listado firmable que se
      * adjunta a la facturacion del mes siguiente.
      * Las correcciones que TP derivo por caer en un periodo ya
      * facturado se aplican sobre el registro antes de la segunda
      * valorizacion: lo facturado sale del registro original y lo
      * revalorizado del corregido (anulado vale cero horas; movido
      * de sucursal acumula en el CUIT de la sucursal destino).
      * Con contratos por sucursal cada lado usa el precio pactado
      * de su momento: ContratosFact.dat para lo facturado y
      * ContratosI.dat para lo revalorizado.

        COMIENZO.
            PERFORM 0100-INICIO.
                DISPLAY 'COMPARACION PARA REFACTURAR'
                STOP RUN
            END-IF.
            OPEN INPUT CONTRATOS.
            PERFORM 0380-LEER-CONTRATO.
            PERFORM 0385-CARGAR-CONTRATO UNTIL EOF-CONTRATOS.
            CLOSE CONTRATOS.
            COMPUTE CANT-CONTRATOS = CONTRATO-SUBINDICE - 1.
            OPEN INPUT CONTRATOS-FACT.
            PERFORM 0390-LEER-CONTRATO-FACT.
            PERFORM 0395-CARGAR-CONTRATO-FACT
                UNTIL EOF-CONTRATOS-FACT.
            CLOSE CONTRATOS-FACT.
            COMPUTE CANT-CONTRATOS-FACT = COF-SUBINDICE - 1.
            OPEN INPUT HIST-CORRECCIONES.
            PERFORM 0360-LEER-HIST-CORRECCION.
            PERFORM 0370-CARGAR-CORRECCION
                UNTIL EOF-HIST-CORRECCIONES.
            CLOSE HIST-CORRECCIONES.
            OPEN INPUT SUCURSALES.
            OPEN INPUT HIST-TIMES.
            IF CANT-CONTRATOS-TRAMOS > 0
                PERFORM 0450-RELEVAR-VOLUMENES
            END-IF.
            OPEN OUTPUT AJUSTES-CUIT.
            OPEN OUTPUT LISTADO-AJUSTES.

         ADD 1 TO TAF-SUBINDICE.
         PERFORM 0300-LEER-TARIFA-FACT.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0360-LEER-HIST-CORRECCION.
         READ HIST-CORRECCIONES AT END MOVE "SI" TO EOF-HCO-SW.
         IF HCO-ESTADO NOT EQUAL '00' AND NOT EOF-HIST-CORRECCIONES
             MOVE "SI" TO EOF-HCO-SW
         END-IF.

      *-----------------------------------------------------------*
      * Solo las derivadas a refacturacion del periodo pedido; las
      * aplicadas ('A') ya estan en Times.dat y por lo tanto en el
      * historico que se facturo.
      *-----------------------------------------------------------*
        0370-CARGAR-CORRECCION.
         IF HCO-RESULTADO EQUAL 'F' AND
            HCO-PERIODO EQUAL PERIODO-A-REFACTURAR
             IF CRR-SUBINDICE > 2000
                 DISPLAY 'TABLA-CORRECCIONES LLENA - DEMASIADAS '
                 DISPLAY 'CORRECCIONES DEL PERIODO, AUMENTAR EL OCCURS'
                 STOP RUN
             END-IF
             MOVE 'P' TO TAB-CRR-ESTADO(CRR-SUBINDICE)
             MOVE HCO-NUMERO TO TAB-CRR-NUMERO(CRR-SUBINDICE)
             MOVE HCO-FECHA TO TAB-CRR-FECHA(CRR-SUBINDICE)
             MOVE HCO-SUCURSAL TO TAB-CRR-SUCURSAL(CRR-SUBINDICE)
             MOVE HCO-TIPO-CLASE TO TAB-CRR-TIPO-CLASE(CRR-SUBINDICE)
             MOVE HCO-HORAS TO TAB-CRR-HORAS(CRR-SUBINDICE)
             MOVE HCO-ACCION TO TAB-CRR-ACCION(CRR-SUBINDICE)
             MOVE HCO-HORAS-NUEVAS
                 TO TAB-CRR-HORAS-NUEVAS(CRR-SUBINDICE)
             MOVE HCO-SUCURSAL-NUEVA
                 TO TAB-CRR-SUCURSAL-NUEVA(CRR-SUBINDICE)
             MOVE HCO-TIPO-CLASE-NUEVO
                 TO TAB-CRR-TIPO-CLASE-NUEVO(CRR-SUBINDICE)
             MOVE HCO-MOTIVO TO TAB-CRR-MOTIVO(CRR-SUBINDICE)
             MOVE HCO-SOLICITANTE TO TAB-CRR-SOLICITANTE(CRR-SUBINDICE)
             ADD 1 TO CRR-SUBINDICE
         END-IF.
         PERFORM 0360-LEER-HIST-CORRECCION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0380-LEER-CONTRATO.
         READ CONTRATOS RECORD.
         IF NOT OK-CON
             MOVE "SI" TO EOF-CON-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0385-CARGAR-CONTRATO.
         IF CONTRATO-SUBINDICE > 1000
             DISPLAY 'TABLA-CONTRATOS LLENA - DEMASIADAS VIGENCIAS '
             DISPLAY 'EN CONTRATOSI.DAT, AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE CON-CUIT TO TAB-CON-CUIT(CONTRATO-SUBINDICE).
         MOVE CON-TIP-CLASE TO TAB-CON-CLASE(CONTRATO-SUBINDICE).
         MOVE CON-VIG-DES TO TAB-CON-VIG-DES(CONTRATO-SUBINDICE).
         MOVE CON-TARIFA TO TAB-CON-TARIFA(CONTRATO-SUBINDICE).
         MOVE CON-TRAMO(1) TO TAB-CON-TRAMO(CONTRATO-SUBINDICE, 1).
         MOVE CON-TRAMO(2) TO TAB-CON-TRAMO(CONTRATO-SUBINDICE, 2).
         MOVE CON-TRAMO(3) TO TAB-CON-TRAMO(CONTRATO-SUBINDICE, 3).
         IF CON-TRAMO-HORAS(1) > 0
             MOVE 'S' TO TAB-CON-CON-TRAMOS(CONTRATO-SUBINDICE)
             ADD 1 TO CANT-CONTRATOS-TRAMOS
         ELSE
             MOVE 'N' TO TAB-CON-CON-TRAMOS(CONTRATO-SUBINDICE)
         END-IF.
         ADD 1 TO CONTRATO-SUBINDICE.
         PERFORM 0380-LEER-CONTRATO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0390-LEER-CONTRATO-FACT.
         READ CONTRATOS-FACT RECORD.
         IF NOT OK-COF
             MOVE "SI" TO EOF-COF-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0395-CARGAR-CONTRATO-FACT.
         IF COF-SUBINDICE > 1000
             DISPLAY 'TABLA-CONTRATOS-FACT LLENA - DEMASIADAS '
             DISPLAY 'VIGENCIAS EN CONTRATOSFACT.DAT, AUMENTAR OCCURS'
             STOP RUN
         END-IF.
         MOVE COF-CUIT TO TAB-COF-CUIT(COF-SUBINDICE).
         MOVE COF-TIP-CLASE TO TAB-COF-CLASE(COF-SUBINDICE).
         MOVE COF-VIG-DES TO TAB-COF-VIG-DES(COF-SUBINDICE).
         MOVE COF-TARIFA TO TAB-COF-TARIFA(COF-SUBINDICE).
         MOVE COF-TRAMO(1) TO TAB-COF-TRAMO(COF-SUBINDICE, 1).
         MOVE COF-TRAMO(2) TO TAB-COF-TRAMO(COF-SUBINDICE, 2).
         MOVE COF-TRAMO(3) TO TAB-COF-TRAMO(COF-SUBINDICE, 3).
         IF COF-TRAMO-HORAS(1) > 0
             MOVE 'S' TO TAB-COF-CON-TRAMOS(COF-SUBINDICE)
             ADD 1 TO CANT-CONTRATOS-TRAMOS
         ELSE
             MOVE 'N' TO TAB-COF-CON-TRAMOS(COF-SUBINDICE)
         END-IF.
         ADD 1 TO COF-SUBINDICE.
         PERFORM 0390-LEER-CONTRATO-FACT.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-LEER-HISTORICO.
         READ HIST-TIMES AT END MOVE "SI" TO EOF-HIST-SW.

      *-----------------------------------------------------------*
      * Pasada previa sobre el periodo para el volumen del mes de
      * los CUIT/clase con tramos. Las correcciones se aplican
      * para saber las horas corregidas y despues se vuelven a
      * dejar pendientes, con los contadores en cero, para que la
      * pasada de valorizacion las aplique y las cuente de nuevo.
      *-----------------------------------------------------------*
        0450-RELEVAR-VOLUMENES.
            PERFORM 0400-LEER-HISTORICO.
            PERFORM 0460-ACUMULAR-VOLUMEN UNTIL EOF-HISTORICO.
            CLOSE HIST-TIMES.
            OPEN INPUT HIST-TIMES.
            MOVE "NO" TO EOF-HIST-SW.
            PERFORM 0480-REPONER-CORRECCION
                VARYING CRR-INDICE FROM 1 BY 1
                UNTIL CRR-INDICE EQUAL CRR-SUBINDICE.
            MOVE 0 TO TOTAL-CORR-APLICADAS.
            MOVE 0 TO TOTAL-REGISTROS-ANULADOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0460-ACUMULAR-VOLUMEN.
         IF HIS-PERIODO EQUAL PERIODO-A-REFACTURAR
             COMPUTE PERIODO-VOLUMEN = HIS-FECHA / 100
             MOVE HIS-CUIT TO CUIT-VOLUMEN
             MOVE HIS-TIPO-CLASE TO CLASE-VOLUMEN
             SET COF-INDICE TO 1
             SEARCH TAB-CONTRATOS-FACT
                 AT END CONTINUE
                 WHEN COF-INDICE EQUAL COF-SUBINDICE
                     CONTINUE
                 WHEN TAB-COF-CUIT(COF-INDICE) EQUAL CUIT-VOLUMEN AND
                      TAB-COF-CLASE(COF-INDICE) EQUAL CLASE-VOLUMEN AND
                      TAB-COF-CON-TRAMOS(COF-INDICE) EQUAL 'S'
                     PERFORM 0470-UBICAR-VOLUMEN
                     ADD HIS-HORAS
                         TO TAB-VOL-HORAS-ORIG(VOLUMEN-INDICE)
             END-SEARCH
             PERFORM 0550-CORREGIR-REGISTRO
             MOVE CUIT-CORREGIDO TO CUIT-VOLUMEN
             MOVE CRG-TIPO-CLASE TO CLASE-VOLUMEN
             SET CON-INDICE TO 1
             SEARCH TAB-CONTRATOS
                 AT END CONTINUE
                 WHEN CON-INDICE EQUAL CONTRATO-SUBINDICE
                     CONTINUE
                 WHEN TAB-CON-CUIT(CON-INDICE) EQUAL CUIT-VOLUMEN AND
                      TAB-CON-CLASE(CON-INDICE) EQUAL CLASE-VOLUMEN AND
                      TAB-CON-CON-TRAMOS(CON-INDICE) EQUAL 'S'
                     PERFORM 0470-UBICAR-VOLUMEN
                     ADD CRG-HORAS
                         TO TAB-VOL-HORAS-NUEVAS(VOLUMEN-INDICE)
             END-SEARCH
         END-IF.
         PERFORM 0400-LEER-HISTORICO.

      *-----------------------------------------------------------*
      * Celda de CUIT-VOLUMEN/CLASE-VOLUMEN/PERIODO-VOLUMEN; si no
      * esta se agrega en cero.
      *-----------------------------------------------------------*
        0470-UBICAR-VOLUMEN.
         SET VOLUMEN-INDICE TO 1.
         SEARCH TAB-VOLUMENES
             AT END
                 DISPLAY 'TABLA-VOLUMENES LLENA - DEMASIADOS CUIT/'
                 DISPLAY 'CLASE CON TRAMOS, AUMENTAR EL OCCURS'
                 STOP RUN
             WHEN VOLUMEN-INDICE EQUAL VOLUMEN-SUBINDICE
                 ADD 1 TO VOLUMEN-SUBINDICE
                 MOVE CUIT-VOLUMEN TO TAB-VOL-CUIT(VOLUMEN-INDICE)
                 MOVE CLASE-VOLUMEN TO TAB-VOL-CLASE(VOLUMEN-INDICE)
                 MOVE PERIODO-VOLUMEN
                     TO TAB-VOL-PERIODO(VOLUMEN-INDICE)
                 MOVE 0 TO TAB-VOL-HORAS-ORIG(VOLUMEN-INDICE)
                 MOVE 0 TO TAB-VOL-HORAS-NUEVAS(VOLUMEN-INDICE)
             WHEN TAB-VOL-CUIT(VOLUMEN-INDICE) EQUAL CUIT-VOLUMEN AND
                  TAB-VOL-CLASE(VOLUMEN-INDICE) EQUAL CLASE-VOLUMEN AND
                  TAB-VOL-PERIODO(VOLUMEN-INDICE) EQUAL PERIODO-VOLUMEN
                 CONTINUE
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0480-REPONER-CORRECCION.
         MOVE 'P' TO TAB-CRR-ESTADO(CRR-INDICE).

      *-----------------------------------------------------------*
      * Solo interesa el periodo a refacturar; el resto del
      * historico se saltea y se cuenta aparte.
        0500-PROCESAR-HISTORICO.
         IF HIS-PERIODO EQUAL PERIODO-A-REFACTURAR
             ADD 1 TO TOTAL-REGISTROS-USADOS
             PERFORM 0550-CORREGIR-REGISTRO
             PERFORM 0600-VALORIZAR-REGISTRO
             PERFORM 0700-ACUMULAR-CUIT
         ELSE
         END-IF.
         PERFORM 0400-LEER-HISTORICO.

      *-----------------------------------------------------------*
      * Mismo criterio que 1850-APLICAR-CORRECCIONES de TP: toda
      * correccion pendiente con la misma clave y horas, buscando de
      * nuevo despues de cada una por si otra viene sobre el
      * registro ya corregido. Sin alta de la sucursal destino el
      * importe queda en el CUIT original.
      *-----------------------------------------------------------*
        0550-CORREGIR-REGISTRO.
         MOVE HIS-NUMERO TO CRG-NUMERO.
         MOVE HIS-FECHA TO CRG-FECHA.
         MOVE HIS-SUCURSAL TO CRG-SUCURSAL.
         MOVE HIS-TIPO-CLASE TO CRG-TIPO-CLASE.
         MOVE HIS-HORAS TO CRG-HORAS.
         MOVE HIS-CUIT TO CUIT-CORREGIDO.
         MOVE "NO" TO REGISTRO-ANULADO-SW.
         MOVE "SI" TO CORRECCION-HALLADA-SW.
         IF CRR-SUBINDICE > 1
             PERFORM 0560-BUSCAR-CORRECCION
                 UNTIL NOT CORRECCION-HALLADA OR REGISTRO-ANULADO
         END-IF.
         IF REGISTRO-ANULADO
             MOVE 0 TO CRG-HORAS
             ADD 1 TO TOTAL-REGISTROS-ANULADOS
         END-IF.
         IF CRG-SUCURSAL NOT EQUAL HIS-SUCURSAL
             MOVE CRG-SUCURSAL TO SUC-SUCURSAL
             READ SUCURSALES RECORD
             IF OK-SUC-LEIDA
                 MOVE SUC-CUIT TO CUIT-CORREGIDO
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0560-BUSCAR-CORRECCION.
         MOVE "NO" TO CORRECCION-HALLADA-SW.
         SET CRR-INDICE TO 1.
         SEARCH TAB-CORRECCIONES
             AT END CONTINUE
             WHEN CRR-INDICE EQUAL CRR-SUBINDICE
                 CONTINUE
             WHEN TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'P' AND
                  TAB-CRR-NUMERO(CRR-INDICE) EQUAL CRG-NUMERO AND
                  TAB-CRR-FECHA(CRR-INDICE) EQUAL CRG-FECHA AND
                  TAB-CRR-SUCURSAL(CRR-INDICE) EQUAL CRG-SUCURSAL AND
                  TAB-CRR-TIPO-CLASE(CRR-INDICE)
                      EQUAL CRG-TIPO-CLASE AND
                  TAB-CRR-HORAS(CRR-INDICE) EQUAL CRG-HORAS
                 MOVE "SI" TO CORRECCION-HALLADA-SW
                 PERFORM 0570-EJECUTAR-CORRECCION
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0570-EJECUTAR-CORRECCION.
         EVALUATE TAB-CRR-ACCION(CRR-INDICE)
             WHEN 'R'
                 MOVE "SI" TO REGISTRO-ANULADO-SW
             WHEN 'H'
                 MOVE TAB-CRR-HORAS-NUEVAS(CRR-INDICE) TO CRG-HORAS
             WHEN 'M'
                 IF TAB-CRR-SUCURSAL-NUEVA(CRR-INDICE)
                         NOT EQUAL SPACES
                     MOVE TAB-CRR-SUCURSAL-NUEVA(CRR-INDICE)
                         TO CRG-SUCURSAL
                 END-IF
                 IF TAB-CRR-TIPO-CLASE-NUEVO(CRR-INDICE)
                         NOT EQUAL SPACES
                     MOVE TAB-CRR-TIPO-CLASE-NUEVO(CRR-INDICE)
                         TO CRG-TIPO-CLASE
                 END-IF
         END-EVALUATE.
         MOVE 'A' TO TAB-CRR-ESTADO(CRR-INDICE).
         ADD 1 TO TOTAL-CORR-APLICADAS.

      *-----------------------------------------------------------*
      * Ultima vigencia no posterior a la fecha del registro, en
      * cada tarifario por separado. Sin tarifa el importe queda
      * en cero, igual que al facturar. Lo facturado se valoriza
      * con la clase y horas originales, lo revalorizado con las
      * corregidas.
      *-----------------------------------------------------------*
        0600-VALORIZAR-REGISTRO.
         MOVE 0 TO TARIFA-ORIGINAL.
         PERFORM 0660-BUSCAR-TARIFA-NUEVA
             VARYING TAR-INDICE FROM 1 BY 1
             UNTIL TAR-INDICE > CANT-TARIFAS.
         MOVE "NO" TO CONTRATO-ENCONTRADO-SW.
         PERFORM 0670-BUSCAR-CONTRATO-FACT
             VARYING COF-INDICE FROM 1 BY 1
             UNTIL COF-INDICE > CANT-CONTRATOS-FACT.
         IF CONTRATO-VIGENTE
             PERFORM 0675-APLICAR-CONTRATO-FACT
         END-IF.
         MOVE "NO" TO CONTRATO-ENCONTRADO-SW.
         PERFORM 0680-BUSCAR-CONTRATO
             VARYING CON-INDICE FROM 1 BY 1
             UNTIL CON-INDICE > CANT-CONTRATOS.
         IF CONTRATO-VIGENTE
             PERFORM 0685-APLICAR-CONTRATO
         END-IF.
         COMPUTE IMPORTE-ORIGINAL = HIS-HORAS * TARIFA-ORIGINAL.
         COMPUTE IMPORTE-NUEVO = CRG-HORAS * TARIFA-NUEVA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0660-BUSCAR-TARIFA-NUEVA.
         IF TAB-TAR-CLASE(TAR-INDICE) EQUAL CRG-TIPO-CLASE AND
            TAB-TAR-VIG-DES(TAR-INDICE) NOT > HIS-FECHA
             MOVE TAB-TAR-TARIFA(TAR-INDICE) TO TARIFA-NUEVA
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0670-BUSCAR-CONTRATO-FACT.
         IF TAB-COF-CUIT(COF-INDICE) EQUAL HIS-CUIT AND
            TAB-COF-CLASE(COF-INDICE) EQUAL HIS-TIPO-CLASE AND
            TAB-COF-VIG-DES(COF-INDICE) NOT > HIS-FECHA
             SET CONTRATO-ELEGIDO TO COF-INDICE
             MOVE "SI" TO CONTRATO-ENCONTRADO-SW
         END-IF.

      *-----------------------------------------------------------*
      * Precio pactado en lugar del de lista (cero = lista) y
      * descuento del tramo mas alto que alcanzan las horas del mes.
      *-----------------------------------------------------------*
        0675-APLICAR-CONTRATO-FACT.
         IF TAB-COF-TARIFA(CONTRATO-ELEGIDO) > 0
             MOVE TAB-COF-TARIFA(CONTRATO-ELEGIDO) TO TARIFA-ORIGINAL
         END-IF.
         MOVE 0 TO PORCENTAJE-DESCUENTO.
         IF TAB-COF-CON-TRAMOS(CONTRATO-ELEGIDO) EQUAL 'S'
             MOVE HIS-CUIT TO CUIT-VOLUMEN
             MOVE HIS-TIPO-CLASE TO CLASE-VOLUMEN
             COMPUTE PERIODO-VOLUMEN = HIS-FECHA / 100
             PERFORM 0470-UBICAR-VOLUMEN
             MOVE TAB-VOL-HORAS-ORIG(VOLUMEN-INDICE) TO VOLUMEN-MES
             PERFORM 0690-EVALUAR-TRAMO-FACT
                 VARYING TRAMO-SUBINDICE FROM 1 BY 1
                 UNTIL TRAMO-SUBINDICE > 3
         END-IF.
         IF PORCENTAJE-DESCUENTO > 0
             COMPUTE TARIFA-ORIGINAL ROUNDED =
                 TARIFA-ORIGINAL * (100 - PORCENTAJE-DESCUENTO) / 100
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0680-BUSCAR-CONTRATO.
         IF TAB-CON-CUIT(CON-INDICE) EQUAL CUIT-CORREGIDO AND
            TAB-CON-CLASE(CON-INDICE) EQUAL CRG-TIPO-CLASE AND
            TAB-CON-VIG-DES(CON-INDICE) NOT > HIS-FECHA
             SET CONTRATO-ELEGIDO TO CON-INDICE
             MOVE "SI" TO CONTRATO-ENCONTRADO-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0685-APLICAR-CONTRATO.
         IF TAB-CON-TARIFA(CONTRATO-ELEGIDO) > 0
             MOVE TAB-CON-TARIFA(CONTRATO-ELEGIDO) TO TARIFA-NUEVA
         END-IF.
         MOVE 0 TO PORCENTAJE-DESCUENTO.
         IF TAB-CON-CON-TRAMOS(CONTRATO-ELEGIDO) EQUAL 'S'
             MOVE CUIT-CORREGIDO TO CUIT-VOLUMEN
             MOVE CRG-TIPO-CLASE TO CLASE-VOLUMEN
             COMPUTE PERIODO-VOLUMEN = HIS-FECHA / 100
             PERFORM 0470-UBICAR-VOLUMEN
             MOVE TAB-VOL-HORAS-NUEVAS(VOLUMEN-INDICE) TO VOLUMEN-MES
             PERFORM 0695-EVALUAR-TRAMO
                 VARYING TRAMO-SUBINDICE FROM 1 BY 1
                 UNTIL TRAMO-SUBINDICE > 3
         END-IF.
         IF PORCENTAJE-DESCUENTO > 0
             COMPUTE TARIFA-NUEVA ROUNDED =
                 TARIFA-NUEVA * (100 - PORCENTAJE-DESCUENTO) / 100
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0690-EVALUAR-TRAMO-FACT.
         IF TAB-COF-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE) > 0
            AND TAB-COF-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE)
                NOT > VOLUMEN-MES
             MOVE TAB-COF-TRAMO-DESCUENTO(CONTRATO-ELEGIDO,
                                          TRAMO-SUBINDICE)
                 TO PORCENTAJE-DESCUENTO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0695-EVALUAR-TRAMO.
         IF TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE) > 0
            AND TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE)
                NOT > VOLUMEN-MES
             MOVE TAB-CON-TRAMO-DESCUENTO(CONTRATO-ELEGIDO,
                                          TRAMO-SUBINDICE)
                 TO PORCENTAJE-DESCUENTO
         END-IF.

      *-----------------------------------------------------------*
      * Lo facturado va al CUIT al que se le facturo; las horas y
      * lo revalorizado, al CUIT que corresponde despues de las
      * correcciones (el mismo, salvo un cambio de sucursal).
      *-----------------------------------------------------------*
        0700-ACUMULAR-CUIT.
         MOVE HIS-CUIT TO CUIT-A-ACUMULAR.
         PERFORM 0750-UBICAR-CELDA-CUIT.
         ADD IMPORTE-ORIGINAL TO TAB-ACUI-IMP-ORIG(ACUI-INDICE).
         MOVE CUIT-CORREGIDO TO CUIT-A-ACUMULAR.
         PERFORM 0750-UBICAR-CELDA-CUIT.
         ADD CRG-HORAS TO TAB-ACUI-HORAS(ACUI-INDICE).
         ADD IMPORTE-NUEVO TO TAB-ACUI-IMP-NUEVO(ACUI-INDICE).

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0750-UBICAR-CELDA-CUIT.
         SET ACUI-INDICE TO 1.
         SEARCH TAB-ACUI
             AT END
                 END-IF
                 SET ACUI-INDICE TO ACUI-SUBINDICE
                 ADD 1 TO ACUI-SUBINDICE
                 MOVE CUIT-A-ACUMULAR TO TAB-ACUI-CUIT(ACUI-INDICE)
                 MOVE 0 TO TAB-ACUI-HORAS(ACUI-INDICE)
                 MOVE 0 TO TAB-ACUI-IMP-ORIG(ACUI-INDICE)
                 MOVE 0 TO TAB-ACUI-IMP-NUEVO(ACUI-INDICE)
             WHEN TAB-ACUI-CUIT(ACUI-INDICE) EQUAL CUIT-A-ACUMULAR
                 CONTINUE
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2000-EMITIR-AJUSTES.
         MOVE 0 TO AJT-CANTIDAD.
         MOVE TOTAL-CREDITOS TO AJT-IMPORTE.
         WRITE LINEA-AJUSTES FROM LINEA-TOTAL-AJUSTES.
         IF CRR-SUBINDICE > 1
             PERFORM 2300-EMITIR-CORRECCIONES
         END-IF.

      *-----------------------------------------------------------*
      * El ajuste con signo: positivo hay que debitar (se facturo
         WRITE REG-AJUSTE-CUIT.
         ADD 1 TO TOTAL-AJUSTES-EMITIDOS.

      *-----------------------------------------------------------*
      * Detalle de las correcciones del periodo. La no encontrada
      * (el registro no esta en el historico con esa clave y horas)
      * no ajusta nada; queda en HistCorrecciones.dat y se vuelve a
      * intentar en la proxima refacturacion del periodo.
      *-----------------------------------------------------------*
        2300-EMITIR-CORRECCIONES.
         WRITE LINEA-AJUSTES FROM LINEA-EN-BLANCO.
         WRITE LINEA-AJUSTES FROM ENCABEZADO-CORRECCIONES.
         PERFORM 2350-EMITIR-CORRECCION
             VARYING CRR-INDICE FROM 1 BY 1
             UNTIL CRR-INDICE EQUAL CRR-SUBINDICE.
         WRITE LINEA-AJUSTES FROM LINEA-EN-BLANCO.
         MOVE 'CORRECCIONES APLICADAS:' TO AJT-ETIQUETA.
         MOVE TOTAL-CORR-APLICADAS TO AJT-CANTIDAD.
         MOVE 0 TO AJT-IMPORTE.
         WRITE LINEA-AJUSTES FROM LINEA-TOTAL-AJUSTES.
         MOVE 'CORRECCIONES NO ENCONTRADAS EN EL HISTORICO:'
             TO AJT-ETIQUETA.
         MOVE TOTAL-CORR-NO-ENCONTRADAS TO AJT-CANTIDAD.
         MOVE 0 TO AJT-IMPORTE.
         WRITE LINEA-AJUSTES FROM LINEA-TOTAL-AJUSTES.
         MOVE 'REGISTROS ANULADOS POR CORRECCION:' TO AJT-ETIQUETA.
         MOVE TOTAL-REGISTROS-ANULADOS TO AJT-CANTIDAD.
         MOVE 0 TO AJT-IMPORTE.
         WRITE LINEA-AJUSTES FROM LINEA-TOTAL-AJUSTES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2350-EMITIR-CORRECCION.
         IF TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'A'
             MOVE 'APLICADA:' TO ACL-RESULTADO
         ELSE
             MOVE 'NO ENCONTRADA:' TO ACL-RESULTADO
             ADD 1 TO TOTAL-CORR-NO-ENCONTRADAS
         END-IF.
         MOVE TAB-CRR-NUMERO(CRR-INDICE) TO ACL-NUMERO.
         MOVE TAB-CRR-FECHA(CRR-INDICE) TO ACL-FECHA.
         MOVE TAB-CRR-SUCURSAL(CRR-INDICE) TO ACL-SUCURSAL.
         MOVE TAB-CRR-TIPO-CLASE(CRR-INDICE) TO ACL-TIPO-CLASE.
         MOVE TAB-CRR-HORAS(CRR-INDICE) TO ACL-HORAS.
         MOVE TAB-CRR-ACCION(CRR-INDICE) TO ACL-ACCION.
         MOVE TAB-CRR-HORAS-NUEVAS(CRR-INDICE) TO ACL-HORAS-NUEVAS.
         MOVE TAB-CRR-SUCURSAL-NUEVA(CRR-INDICE)
             TO ACL-SUCURSAL-NUEVA.
         MOVE TAB-CRR-TIPO-CLASE-NUEVO(CRR-INDICE)
             TO ACL-TIPO-CLASE-NUEVO.
         MOVE TAB-CRR-MOTIVO(CRR-INDICE) TO ACL-MOTIVO.
         MOVE TAB-CRR-SOLICITANTE(CRR-INDICE) TO ACL-SOLICITANTE.
         WRITE LINEA-AJUSTES FROM DATOS-CORRECCION-AJU.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2900-FIN.
            CLOSE SUCURSALES.
            CLOSE HIST-TIMES.
            CLOSE AJUSTES-CUIT.
            CLOSE LISTADO-AJUSTES.
