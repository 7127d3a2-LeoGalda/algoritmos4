                           RECORD KEY IS TAR-CLAVE
                           FILE STATUS IS TAR-ESTADO.

      * Contratos por sucursal: el importe sale con el precio neto
      * pactado, igual que lo facturo TP2. OPTIONAL: sin contratos
      * todo va a precio de lista.
            SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS SEQUENTIAL
                           RECORD KEY IS CON-CLAVE
                           FILE STATUS IS CON-ESTADO.

      * Resumen compacto que deja PURGAHIST por los periodos ya
      * purgados del historico: la tendencia lo suma a sus celdas
      * como si fuera el detalle. OPTIONAL: sin purgas todavia no
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

        FD RESUMEN-HIST  LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "ResumenHist.dat".
        01 REG-RESUMEN-HIST.
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
        77 FUERA-DE-UMBRAL-SW PIC XX VALUE "NO".
            88 FUERA-DE-UMBRAL VALUE "SI".

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

       01 ENCABEZADO-TENDENCIA.
           03 FILLER PIC X(44)
               VALUE 'TENDENCIA DE ACTIVIDAD - ULTIMOS 12 PERIODOS'.
            PERFORM 0350-CARGAR-TARIFA UNTIL EOF-TARIFAS.
            CLOSE TARIFAS.
            COMPUTE CANT-TARIFAS = TARIFA-SUBINDICE - 1.
            OPEN INPUT CONTRATOS.
            PERFORM 0360-LEER-CONTRATO.
            PERFORM 0370-CARGAR-CONTRATO UNTIL EOF-CONTRATOS.
            CLOSE CONTRATOS.
            COMPUTE CANT-CONTRATOS = CONTRATO-SUBINDICE - 1.
            OPEN INPUT HIST-TIMES.
            IF CANT-CONTRATOS-TRAMOS > 0
                PERFORM 0450-RELEVAR-VOLUMENES
            END-IF.
            OPEN OUTPUT TENDENCIA-REP.

      *-----------------------------------------------------------*
         ADD 1 TO TARIFA-SUBINDICE.
         PERFORM 0300-LEER-TARIFA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0360-LEER-CONTRATO.
         READ CONTRATOS RECORD.
         IF NOT OK-CON
             MOVE "SI" TO EOF-CON-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0370-CARGAR-CONTRATO.
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
         PERFORM 0360-LEER-CONTRATO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-LEER-HISTORICO.
         READ HIST-TIMES AT END MOVE "SI" TO EOF-HIST-SW.

      *-----------------------------------------------------------*
      * Pasada previa sobre el historico para las horas del mes de
      * los CUIT/clase con tramos; despues se cierra y se reabre
      * para la pasada normal.
      *-----------------------------------------------------------*
        0450-RELEVAR-VOLUMENES.
            PERFORM 0400-LEER-HISTORICO.
            PERFORM 0460-ACUMULAR-VOLUMEN UNTIL EOF-HISTORICO.
            CLOSE HIST-TIMES.
            OPEN INPUT HIST-TIMES.
            MOVE "NO" TO EOF-HIST-SW.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0460-ACUMULAR-VOLUMEN.
         MOVE HIS-PERIODO TO PERIODO-A-UBICAR.
         PERFORM 0550-UBICAR-COLUMNA.
         IF COL-REGISTRO NOT EQUAL 0
             SET CON-INDICE TO 1
             SEARCH TAB-CONTRATOS
                 AT END CONTINUE
                 WHEN CON-INDICE EQUAL CONTRATO-SUBINDICE
                     CONTINUE
                 WHEN TAB-CON-CUIT(CON-INDICE) EQUAL HIS-CUIT AND
                      TAB-CON-CLASE(CON-INDICE) EQUAL HIS-TIPO-CLASE AND
                      TAB-CON-CON-TRAMOS(CON-INDICE) EQUAL 'S'
                     PERFORM 0470-SUMAR-VOLUMEN
             END-SEARCH
         END-IF.
         PERFORM 0400-LEER-HISTORICO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0470-SUMAR-VOLUMEN.
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
      * Solo interesa la ventana de doce periodos; el resto del
      * historico se saltea y se cuenta aparte.
      *-----------------------------------------------------------*
      * Ultima vigencia no posterior a la fecha del registro, el
      * mismo criterio de COMPARA y TP2. Sin tarifa el importe
      * queda en cero. Despues manda el contrato de la sucursal.
      *-----------------------------------------------------------*
        0600-VALORIZAR-REGISTRO.
         MOVE 0 TO TARIFA-VIGENTE-REG.
         PERFORM 0650-BUSCAR-TARIFA-VIGENTE
             VARYING TAR-INDICE FROM 1 BY 1
             UNTIL TAR-INDICE > CANT-TARIFAS.
         MOVE "NO" TO CONTRATO-ENCONTRADO-SW.
         PERFORM 0660-BUSCAR-CONTRATO
             VARYING CON-INDICE FROM 1 BY 1
             UNTIL CON-INDICE > CANT-CONTRATOS.
         IF CONTRATO-VIGENTE
             PERFORM 0670-APLICAR-CONTRATO
         END-IF.
         COMPUTE IMPORTE-REGISTRO = HIS-HORAS * TARIFA-VIGENTE-REG.

      *-----------------------------------------------------------*
             MOVE TAB-TAR-TARIFA(TAR-INDICE) TO TARIFA-VIGENTE-REG
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0660-BUSCAR-CONTRATO.
         IF TAB-CON-CUIT(CON-INDICE) EQUAL HIS-CUIT AND
            TAB-CON-CLASE(CON-INDICE) EQUAL HIS-TIPO-CLASE AND
            TAB-CON-VIG-DES(CON-INDICE) NOT > HIS-FECHA
             SET CONTRATO-ELEGIDO TO CON-INDICE
             MOVE "SI" TO CONTRATO-ENCONTRADO-SW
         END-IF.

      *-----------------------------------------------------------*
      * Precio pactado en lugar del de lista (cero = lista) y
      * descuento del tramo mas alto que alcanzan las horas del mes.
      *-----------------------------------------------------------*
        0670-APLICAR-CONTRATO.
         IF TAB-CON-TARIFA(CONTRATO-ELEGIDO) > 0
             MOVE TAB-CON-TARIFA(CONTRATO-ELEGIDO)
                 TO TARIFA-VIGENTE-REG
         END-IF.
         MOVE 0 TO PORCENTAJE-DESCUENTO.
         IF TAB-CON-CON-TRAMOS(CONTRATO-ELEGIDO) EQUAL 'S'
             PERFORM 0680-BUSCAR-VOLUMEN
             PERFORM 0690-EVALUAR-TRAMO
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
        0680-BUSCAR-VOLUMEN.
         MOVE 0 TO VOLUMEN-MES.
         COMPUTE PERIODO-VOLUMEN = HIS-FECHA / 100.
         SET VOLUMEN-INDICE TO 1.
         SEARCH TAB-VOLUMENES
             AT END CONTINUE
             WHEN VOLUMEN-INDICE EQUAL VOLUMEN-SUBINDICE
                 CONTINUE
             WHEN TAB-VOL-CUIT(VOLUMEN-INDICE) EQUAL HIS-CUIT AND
                  TAB-VOL-CLASE(VOLUMEN-INDICE) EQUAL HIS-TIPO-CLASE AND
                  TAB-VOL-PERIODO(VOLUMEN-INDICE) EQUAL PERIODO-VOLUMEN
                 MOVE TAB-VOL-HORAS(VOLUMEN-INDICE) TO VOLUMEN-MES
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0690-EVALUAR-TRAMO.
         IF TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE) > 0
            AND TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE)
                NOT > VOLUMEN-MES
             MOVE TAB-CON-TRAMO-DESCUENTO(CONTRATO-ELEGIDO,
                                          TRAMO-SUBINDICE)
                 TO PORCENTAJE-DESCUENTO
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0700-ACUMULAR-SUCURSAL.
