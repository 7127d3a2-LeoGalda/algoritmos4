                           RECORD KEY IS TAR-CLAVE
                           FILE STATUS IS TAR-ESTADO.

      * Contratos por sucursal: el resumen sale con el precio neto
      * pactado, igual que lo facturo TP2 y lo valorizan COMPARA y
      * TENDENCIA. OPTIONAL: sin contratos va a precio de lista.
            SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS CON-CLAVE
                           FILE STATUS IS CON-ESTADO.

            SELECT ARCHIVO-PURGA-ORDENADO ASSIGN TO DISK
                                  FILE STATUS IS ORD-ESTADO.

               03 TAR-VIG-DES PIC 9(8).
            02 TAR-TARIFA PIC 9(5)V99.

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

        SD ARCHIVO-PURGA-ORDENADO DATA RECORD IS REG-ORDENADO.
        01 REG-ORDENADO.
            03 ORD-PERIODO            PIC 9(6).
            88 EOF-HISTORICO VALUE "SI".
        77 EOF-TAR-SW PIC XX VALUE "NO".
            88 EOF-TARIFAS VALUE "SI".
        77 CON-ESTADO PIC XX.
            88 OK-CON VALUE '00'.
        77 EOF-CON-SW PIC XX VALUE "NO".
            88 EOF-CONTRATOS VALUE "SI".
        77 CONTRATO-ENCONTRADO-SW PIC XX VALUE "NO".
            88 CONTRATO-VIGENTE VALUE "SI".
        77 CONTRATO-SUBINDICE PIC 9(4) VALUE 1.
        77 CANT-CONTRATOS PIC 9(4) VALUE 0.
        77 CANT-CONTRATOS-TRAMOS PIC 9(4) VALUE 0.
        77 CONTRATO-ELEGIDO PIC 9(4) VALUE 0.
        77 TRAMO-SUBINDICE PIC 9 VALUE 1.
        77 PORCENTAJE-DESCUENTO PIC 9(2)V99 VALUE 0.
        77 VOLUMEN-SUBINDICE PIC 9(4) VALUE 1.
        77 PERIODO-VOLUMEN PIC 9(6) VALUE 0.
        77 VOLUMEN-MES PIC 9(5)V99 VALUE 0.
        77 EOF-ORD-SW PIC XX VALUE "NO".
            88 EOF-ORDENADO VALUE "SI".
        77 HAY-RESUMEN-ABIERTO-SW PIC XX VALUE "NO".
               03 TAB-TAR-VIG-DES PIC 9(8).
               03 TAB-TAR-TARIFA PIC 9(5)V99.

      * Contratos por sucursal (MANTCON), en orden de clave, y las
      * horas del mes de los CUIT/clase con tramos, para valorizar
      * con el mismo precio neto que 0900-BUSCAR-TARIFAS de TP2.
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
       01 TABLA-VOLUMENES.
           02 TAB-VOLUMENES OCCURS 2000 TIMES
                   INDEXED BY VOLUMEN-INDICE.
               03 TAB-VOL-CUIT PIC 9(11).
               03 TAB-VOL-CLASE PIC X(4).
               03 TAB-VOL-PERIODO PIC 9(6).
               03 TAB-VOL-HORAS PIC 9(5)V99.

       01 ENCABEZADO-ACTA.
           03 FILLER PIC X(32)
               VALUE 'ACTA DE PURGA DEL HISTORICO AL: '.
            PERFORM 0250-CARGAR-TARIFA UNTIL EOF-TARIFAS.
            CLOSE TARIFAS.
            COMPUTE CANT-TARIFAS = TARIFA-SUBINDICE - 1.
            OPEN INPUT CONTRATOS.
            PERFORM 0260-LEER-CONTRATO.
            PERFORM 0270-CARGAR-CONTRATO UNTIL EOF-CONTRATOS.
            CLOSE CONTRATOS.
            COMPUTE CANT-CONTRATOS = CONTRATO-SUBINDICE - 1.
            OPEN INPUT HIST-TIMES.

      *-----------------------------------------------------------*
         ADD 1 TO TARIFA-SUBINDICE.
         PERFORM 0200-LEER-TARIFA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0260-LEER-CONTRATO.
         READ CONTRATOS RECORD.
         IF NOT OK-CON
             MOVE "SI" TO EOF-CON-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0270-CARGAR-CONTRATO.
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
         PERFORM 0260-LEER-CONTRATO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0300-LEER-HISTORICO.
         MOVE HIS-SEC TO ORD-SEC.
         MOVE HIS-HORAS TO ORD-HORAS.
         RELEASE REG-ORDENADO.
         IF HIS-PERIODO < PERIODO-CORTE AND CANT-CONTRATOS-TRAMOS > 0
             PERFORM 0450-ACUMULAR-VOLUMEN
         END-IF.
         PERFORM 0300-LEER-HISTORICO.

      *-----------------------------------------------------------*
      * Horas del mes de los CUIT/clase con tramos, juntadas en la
      * misma lectura de carga: el resumen se valoriza recien en
      * la grabacion, con el mes ya completo.
      *-----------------------------------------------------------*
        0450-ACUMULAR-VOLUMEN.
         SET CON-INDICE TO 1.
         SEARCH TAB-CONTRATOS
             AT END CONTINUE
             WHEN CON-INDICE EQUAL CONTRATO-SUBINDICE
                 CONTINUE
             WHEN TAB-CON-CUIT(CON-INDICE) EQUAL HIS-CUIT AND
                  TAB-CON-CLASE(CON-INDICE) EQUAL HIS-TIPO-CLASE AND
                  TAB-CON-CON-TRAMOS(CON-INDICE) EQUAL 'S'
                 PERFORM 0460-SUMAR-VOLUMEN
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0460-SUMAR-VOLUMEN.
         COMPUTE PERIODO-VOLUMEN = HIS-FECHA / 100.
         SET VOLUMEN-INDICE TO 1.
         SEARCH TAB-VOLUMENES
             AT END
                 DISPLAY 'TABLA-VOLUMENES LLENA - DEMASIADOS CUIT/'
                 DISPLAY 'CLASE CON TRAMOS, AUMENTAR EL OCCURS'
                 STOP RUN
             WHEN VOLUMEN-INDICE EQUAL VOLUMEN-SUBINDICE
                 ADD 1 TO VOLUMEN-SUBINDICE
                 MOVE HIS-CUIT TO TAB-VOL-CUIT(VOLUMEN-INDICE)
                 MOVE HIS-TIPO-CLASE TO TAB-VOL-CLASE(VOLUMEN-INDICE)
                 MOVE PERIODO-VOLUMEN
                     TO TAB-VOL-PERIODO(VOLUMEN-INDICE)
                 MOVE HIS-HORAS TO TAB-VOL-HORAS(VOLUMEN-INDICE)
             WHEN TAB-VOL-CUIT(VOLUMEN-INDICE) EQUAL HIS-CUIT AND
                  TAB-VOL-CLASE(VOLUMEN-INDICE) EQUAL HIS-TIPO-CLASE AND
                  TAB-VOL-PERIODO(VOLUMEN-INDICE) EQUAL PERIODO-VOLUMEN
                 ADD HIS-HORAS TO TAB-VOL-HORAS(VOLUMEN-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0700-FIN-CARGA.
         PERFORM 1365-BUSCAR-TARIFA-VIGENTE
             VARYING TAR-INDICE FROM 1 BY 1
             UNTIL TAR-INDICE > CANT-TARIFAS.
         MOVE "NO" TO CONTRATO-ENCONTRADO-SW.
         PERFORM 1366-BUSCAR-CONTRATO
             VARYING CON-INDICE FROM 1 BY 1
             UNTIL CON-INDICE > CANT-CONTRATOS.
         IF CONTRATO-VIGENTE
             PERFORM 1367-APLICAR-CONTRATO
         END-IF.
         COMPUTE IMPORTE-REGISTRO = ORD-HORAS * TARIFA-VIGENTE-REG.

      *-----------------------------------------------------------*
             MOVE TAB-TAR-TARIFA(TAR-INDICE) TO TARIFA-VIGENTE-REG
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1366-BUSCAR-CONTRATO.
         IF TAB-CON-CUIT(CON-INDICE) EQUAL ORD-CUIT AND
            TAB-CON-CLASE(CON-INDICE) EQUAL ORD-TIPO-CLASE AND
            TAB-CON-VIG-DES(CON-INDICE) NOT > ORD-FECHA
             SET CONTRATO-ELEGIDO TO CON-INDICE
             MOVE "SI" TO CONTRATO-ENCONTRADO-SW
         END-IF.

      *-----------------------------------------------------------*
      * Precio pactado en lugar del de lista (cero = lista) y
      * descuento del tramo mas alto que alcanzan las horas del mes.
      *-----------------------------------------------------------*
        1367-APLICAR-CONTRATO.
         IF TAB-CON-TARIFA(CONTRATO-ELEGIDO) > 0
             MOVE TAB-CON-TARIFA(CONTRATO-ELEGIDO)
                 TO TARIFA-VIGENTE-REG
         END-IF.
         MOVE 0 TO PORCENTAJE-DESCUENTO.
         IF TAB-CON-CON-TRAMOS(CONTRATO-ELEGIDO) EQUAL 'S'
             PERFORM 1368-BUSCAR-VOLUMEN
             PERFORM 1369-EVALUAR-TRAMO
                 VARYING TRAMO-SUBINDICE FROM 1 BY 1
                 UNTIL TRAMO-SUBINDICE > 3
         END-IF.
         IF PORCENTAJE-DESCUENTO > 0
             COMPUTE TARIFA-VIGENTE-REG ROUNDED =
                 TARIFA-VIGENTE-REG * (100 - PORCENTAJE-DESCUENTO)
                 / 100
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1368-BUSCAR-VOLUMEN.
         MOVE 0 TO VOLUMEN-MES.
         COMPUTE PERIODO-VOLUMEN = ORD-FECHA / 100.
         SET VOLUMEN-INDICE TO 1.
         SEARCH TAB-VOLUMENES
             AT END CONTINUE
             WHEN VOLUMEN-INDICE EQUAL VOLUMEN-SUBINDICE
                 CONTINUE
             WHEN TAB-VOL-CUIT(VOLUMEN-INDICE) EQUAL ORD-CUIT AND
                  TAB-VOL-CLASE(VOLUMEN-INDICE) EQUAL ORD-TIPO-CLASE AND
                  TAB-VOL-PERIODO(VOLUMEN-INDICE) EQUAL PERIODO-VOLUMEN
                 MOVE TAB-VOL-HORAS(VOLUMEN-INDICE) TO VOLUMEN-MES
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1369-EVALUAR-TRAMO.
         IF TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE) > 0
            AND TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE)
                NOT > VOLUMEN-MES
             MOVE TAB-CON-TRAMO-DESCUENTO(CONTRATO-ELEGIDO,
                                          TRAMO-SUBINDICE)
                 TO PORCENTAJE-DESCUENTO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1370-GRABAR-RESUMEN.
