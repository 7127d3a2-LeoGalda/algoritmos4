                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS TAR-CLAVE
                       FILE STATUS IS TAR-ESTADO.
      * Precios de contrato por sucursal (MANTCON): mandan sobre
      * la tarifa de lista de TarifasI.dat. OPTIONAL: sin ningun
      * contrato cargado todo se factura a precio de lista.
        SELECT OPTIONAL CONTRATOS ASSIGN TO DISK
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CON-CLAVE
                       FILE STATUS IS CON-ESTADO.
        SELECT PARAMETROS ASSIGN TO DISK
                          ORGANIZATION IS SEQUENTIAL
                          FILE STATUS IS PAR-ESTADO.
                          FILE STATUS IS EMI-ESTADO.
        SELECT FACTURAS ASSIGN TO PRINTER "Facturas.dat".

      * Pedido de autorizacion (CAE) a la AFIP: una linea por
      * factura legal que todavia no tiene CAE. Se agrega al
      * final, junto con la numeracion; NOTACRED agrega en el
      * mismo archivo las notas de credito y AUTORCAE carga la
      * respuesta en FacturasEmitidas.dat.
        SELECT OPTIONAL SOLICITUD-CAE ASSIGN TO DISK
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS SCA-ESTADO.

      * Bitacora de corridas compartida con TP: un registro por
      * ejecucion con parametros usados, contadores y severidad,
      * para que el operador nocturno distinga una corrida limpia
            02 SUC-DIRE PIC X(20).
            02 SUC-TEL PIC X(20).
            02 SUC-CUIT PIC 9(11).
      * Condicion frente al IVA ('I' responsable inscripto, 'M'
      * monotributo, 'E' exento, 'F' consumidor final) y alicuota
      * que le corresponde. La inscripta recibe factura A con el
      * IVA discriminado; las demas, factura B. Un registro
      * anterior a estos campos (condicion en blanco) se toma como
      * inscripto al 21 por ciento, que era lo que se facturaba.
            02 SUC-COND-IVA PIC X.
            02 SUC-ALICUOTA-IVA PIC 9(2)V99.
        
       FD TARIFAS LABEL RECORD IS STANDARD
                  VALUE OF FILE-ID IS "TarifasI.dat".
               03 TAR-VIG-DES PIC 9(8).
            02 TAR-TARIFA PIC 9(5)V99.

      * Mismo registro que graba MANTCON: precio pactado (cero =
      * precio de lista) y hasta tres tramos de descuento por
      * volumen mensual de horas del CUIT en la clase.
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

       FD PARAMETROS LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "Parametros.dat".
       01 REG-PARAMETROS.
           02 ORD-TIP-CLASE PIC X(4).
           02 ORD-HORAS PIC 9(2)V99.
           02 ORD-IMPORTE PIC 9(7)V99.
           02 ORD-SUC-LETRA PIC X.
           02 ORD-SUC-ALICUOTA PIC 9(2)V99.
           02 ORD-TARIFA-LISTA PIC 9(5)V99.
           02 ORD-IMPORTE-LISTA PIC 9(7)V99.
       FD NUMERACION-FACTURA LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "NumFactura.dat".
       01 REG-NUMERACION.
      * Una serie por letra: NUM-ULTIMO-USADO es la serie A (la
      * unica que existia) y NUM-ULTIMO-USADO-B la de la factura
      * B. 1000-INICIO-SALIDA pone las dos en cero antes del READ
      * por el registro corto de un NumFactura.dat viejo.
           02 NUM-ULTIMO-USADO PIC 9(8).
           02 NUM-ULTIMO-USADO-B PIC 9(8).

       FD FACTURAS-EMITIDAS LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "FacturasEmitidas.dat".
           02 EMI-FECHA PIC 9(8).
           02 EMI-NETO PIC 9(9)V99.
           02 EMI-TOTAL PIC 9(10)V99.
      * CAE y vencimiento que devuelve la AFIP, cargados por
      * AUTORCAE; la factura recien emitida queda en blanco. Mismo
      * tratamiento en 1010-LEER-EMITIDA que la fecha y los
      * importes.
           02 EMI-CAE PIC X(14).
           02 EMI-VTO-CAE PIC 9(8).
      * Letra de la factura ('A'/'B'): el numero solo es unico
      * dentro de su letra. En blanco en los registros viejos, que
      * son todos A.
           02 EMI-LETRA PIC X.

       FD SOLICITUD-CAE LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS "SolicitudCAE.dat".
       01 REG-SOLICITUD-CAE.
      * 'F' factura, 'C' nota de credito, 'D' nota de debito.
           02 SCA-TIPO PIC X.
           02 SCA-CUIT PIC 9(11).
           02 SCA-NUMERO PIC 9(8).
           02 SCA-FECHA PIC 9(8).
           02 SCA-NETO PIC 9(9)V99.
           02 SCA-IVA PIC 9(9)V99.
           02 SCA-TOTAL PIC 9(10)V99.
           02 SCA-LETRA PIC X.

       FD FACTURAS LABEL RECORD OMITTED.
       01 LINEA-FACTURA PIC X(80).
           88 EOF-EMI VALUE '10'.
       77 EOF-EMI-SW PIC XX VALUE 'NO'.
           88 EOF-EMITIDAS VALUE 'SI'.
       77 SCA-ESTADO PIC XX.
       77 FACTURA-ABIERTA-SW PIC XX VALUE 'NO'.
           88 FACTURA-ABIERTA VALUE 'SI'.
       77 REIMPRESION-SW PIC XX VALUE 'NO'.
           88 ES-REIMPRESION VALUE 'SI'.
       77 ULTIMO-NUMERO-FACTURA PIC 9(8) VALUE 0.
       77 ULTIMO-NUMERO-FACTURA-B PIC 9(8) VALUE 0.
       77 FACTURA-LETRA PIC X VALUE 'A'.
           88 FACTURA-B VALUE 'B'.
       77 FACTURA-ALICUOTA PIC 9(2)V99 VALUE 0.
       77 EMI-SUBINDICE PIC 9(4) VALUE 1.
       77 FACTURA-CUIT PIC 9(11) VALUE 0.
       77 FACTURA-PERIODO PIC 9(6) VALUE 0.
               03 TAB-TAR-VIG-DES PIC 9(8).
               03 TAB-TAR-TARIFA PIC 9(5)V99.

      * Contratos completos en memoria, en orden de clave (CUIT,
      * clase, vigencia) como el tarifario. TAB-CON-CON-TRAMOS
      * marca las vigencias con descuento por volumen: solo para
      * esos CUIT/clase se juntan las horas del mes.
       77 CON-ESTADO PIC XX.
           88 OK-CON VALUE '00'.
       77 EOF-CON-SW PIC XX VALUE 'NO'.
           88 EOF-CONTRATOS VALUE 'SI'.
       77 CONTRATO-ENCONTRADO-SW PIC XX VALUE 'NO'.
           88 CONTRATO-VIGENTE VALUE 'SI'.
       77 CONTRATO-SUBINDICE PIC 9(4) VALUE 1.
       77 CANT-CONTRATOS PIC 9(4) VALUE 0.
       77 CANT-CONTRATOS-TRAMOS PIC 9(4) VALUE 0.
       77 CONTRATO-ELEGIDO PIC 9(4) VALUE 0.
       77 TRAMO-SUBINDICE PIC 9 VALUE 1.
       77 PORCENTAJE-DESCUENTO PIC 9(2)V99 VALUE 0.
       77 AUX-TARIFA-LISTA PIC 9(5)V99 VALUE 0.
       77 DESCUENTO-LINEA PIC S9(7)V99 VALUE 0.
       01 TABLA-CONTRATOS.
           02 TAB-CONTRATOS OCCURS 1000 TIMES
                   INDEXED BY CONTRATO-INDICE.
               03 TAB-CON-CUIT PIC 9(11).
               03 TAB-CON-CLASE PIC X(4).
               03 TAB-CON-VIG-DES PIC 9(8).
               03 TAB-CON-TARIFA PIC 9(5)V99.
               03 TAB-CON-TRAMO OCCURS 3 TIMES.
                   04 TAB-CON-TRAMO-HORAS PIC 9(4)V99.
                   04 TAB-CON-TRAMO-DESCUENTO PIC 9(2)V99.
               03 TAB-CON-CON-TRAMOS PIC X.

      * Horas del mes calendario por CUIT y clase, sumadas sobre
      * todo TimesI.dat antes de la seleccion: el tramo sale del
      * volumen del mes entero aunque Parametros.dat pida solo un
      * rango de fechas.
       77 VOLUMEN-SUBINDICE PIC 9(4) VALUE 1.
       77 PERIODO-VOLUMEN PIC 9(6) VALUE 0.
       77 VOLUMEN-MES PIC 9(5)V99 VALUE 0.
       01 TABLA-VOLUMENES.
           02 TAB-VOLUMENES OCCURS 2000 TIMES
                   INDEXED BY VOLUMEN-INDICE.
               03 TAB-VOL-CUIT PIC 9(11).
               03 TAB-VOL-CLASE PIC X(4).
               03 TAB-VOL-PERIODO PIC 9(6).
               03 TAB-VOL-HORAS PIC 9(5)V99.

       77 DIST-ESTADO PIC XX.
       77 DIST-FILENAME PIC X(30) VALUE SPACES.
       77 DIST-CUIT-TEXTO PIC X(11) VALUE SPACES.
               03 TAB-EMI-FECHA PIC 9(8).
               03 TAB-EMI-NETO PIC 9(9)V99.
               03 TAB-EMI-TOTAL PIC 9(10)V99.
               03 TAB-EMI-CAE PIC X(14).
               03 TAB-EMI-VTO-CAE PIC 9(8).
               03 TAB-EMI-LETRA PIC X.
      * 'S' si la factura se emitio o reimprimio en esta corrida
      * sin CAE todavia: 1770 le saca el pedido de autorizacion.
               03 TAB-EMI-SOLICITAR PIC X.

      * Entrada de TABLA-FACTURAS-EMITIDAS de la factura abierta,
      * para volcarle el neto y el total al cerrarla.
           02 REG-RELEASE-TIP-CLASE PIC X(4).
           02 REG-RELEASE-HORAS PIC 9(2)V99.
           02 REG-RELEASE-IMPORTE PIC 9(7)V99.
           02 REG-RELEASE-SUC-LETRA PIC X.
           02 REG-RELEASE-SUC-ALICUOTA PIC 9(2)V99.
      * Precio de lista e importe a precio de lista, para mostrar
      * en la factura el descuento del contrato linea por linea.
           02 REG-RELEASE-TARIFA-LISTA PIC 9(5)V99.
           02 REG-RELEASE-IMPORTE-LISTA PIC 9(7)V99.

        01 PROFESOR-ANTERIOR PIC X(5).
        01 SUC-ANTERIOR.
               03 TAB-SUC-DIRE PIC X(20).
               03 TAB-SUC-TEL PIC X(20).
               03 TAB-SUC-CUIT PIC 9(11).
               03 TAB-SUC-LETRA PIC X.
               03 TAB-SUC-ALICUOTA PIC 9(2)V99.
       01 TABLA-PARAMETROS-RANGOS.
           02 TAB-RANGOS OCCURS 50 TIMES INDEXED BY RANGO-INDICE.
               03 TAB-RANGO-CUIT-DESDE PIC 9(11).
      

       01 ENCABEZADO-FACTURA.
          03 FILLER PIC X(8) VALUE 'FACTURA '.
          03 FAC-LETRA PIC X.
          03 FILLER PIC X(6) VALUE ' NRO: '.
          03 FAC-NUMERO PIC 9(8).
          03 FILLER PIC X(2) VALUE SPACES.
          03 FAC-MARCA-REIMPRESION PIC X(13).
          03 FILLER PIC X(11) VALUE '  PERIODO: '.
          03 FAC-PERIODO PIC 9(6).
          03 FILLER PIC X(25) VALUE SPACES.
       01 LINEA-SEPARADOR-FACTURA.
          03 FILLER PIC X(80) VALUE ALL "=".
       01 DATOS-FACTURA-SUCURSAL.
          03 FILLER PIC X(7) VALUE '  TEL: '.
          03 FAC-TEL PIC X(20).
          03 FILLER PIC X(22) VALUE SPACES.
      * Cada linea muestra el precio de lista, el descuento del
      * contrato (lista menos neto; con signo menos si el precio
      * pactado supera la lista) y el neto que se factura.
       01 ENCABEZADO-DETALLE-FACTURA.
          03 FILLER PIC X(33)
              VALUE 'FECHA      PROF. NOMBRE          '.
          03 FILLER PIC X(20) VALUE 'CLASE HORAS P.LISTA '.
          03 FILLER PIC X(23) VALUE '  DESCUENTO       NETO'.
          03 FILLER PIC X(4) VALUE SPACES.
       01 DETALLE-FACTURA.
          03 FAC-DET-DIA PIC 99.
          03 FILLER PIC X VALUE '/'.
          03 FAC-DET-MES PIC 99.
          03 FILLER PIC X VALUE '/'.
          03 FAC-DET-ANIO PIC 9(4).
          03 FILLER PIC X VALUE SPACES.
          03 FAC-DET-PROFESOR PIC X(5).
          03 FILLER PIC X VALUE SPACES.
          03 FAC-DET-NOMBRE PIC X(15).
          03 FILLER PIC X VALUE SPACES.
          03 FAC-DET-CLASE PIC X(4).
          03 FILLER PIC X VALUE SPACES.
          03 FAC-DET-HORAS PIC Z9,99.
          03 FILLER PIC X VALUE SPACES.
          03 FAC-DET-TARIFA-LISTA PIC ZZZZ9,99.
          03 FILLER PIC X VALUE SPACES.
          03 FAC-DET-DESCUENTO PIC ZZZZZZ9,99-.
          03 FILLER PIC X VALUE SPACES.
          03 FAC-DET-IMPORTE PIC ZZZZZZZ9,99.
          03 FILLER PIC X(4) VALUE SPACES.
      * El IVA se calcula sobre el total del periodo facturado, a
      * la alicuota de la sucursal. La factura B no discrimina el
      * IVA: solo lleva la linea del total.
       01 LINEA-FACTURA-NETO.
          03 FILLER PIC X(14) VALUE 'NETO GRAVADO: '.
          03 FAC-NETO PIC ZZZZZZZZ9,99.
          03 FILLER PIC X(54) VALUE SPACES.
       01 LINEA-FACTURA-IVA.
          03 FILLER PIC X(4) VALUE 'IVA '.
          03 FAC-IVA-ALICUOTA PIC Z9,99.
          03 FILLER PIC X(5) VALUE ' PCT:'.
          03 FAC-IVA PIC ZZZZZZZZ9,99.
          03 FILLER PIC X(54) VALUE SPACES.
       01 LINEA-FACTURA-TOTAL.
          03 FILLER PIC X(14) VALUE 'TOTAL:        '.
          03 FAC-TOTAL PIC ZZZZZZZZZ9,99.
          03 FILLER PIC X(53) VALUE SPACES.
      * Autorizacion de la factura, tambien en el archivo de la
      * sucursal (que no lleva la factura): mientras la AFIP no
      * devuelva el CAE sale como pendiente, y la reimpresion
      * posterior lo muestra con su vencimiento.
       01 LINEA-FACTURA-CAE.
          03 FILLER PIC X(8) VALUE 'FACTURA '.
          03 FAC-CAE-LETRA PIC X.
          03 FILLER PIC X(6) VALUE ' NRO: '.
          03 FAC-CAE-NUMERO PIC 9(8).
          03 FILLER PIC X(7) VALUE '  CAE: '.
          03 FAC-CAE PIC X(25).
          03 FILLER PIC X(7) VALUE '  VTO: '.
          03 FAC-VTO-CAE PIC X(10).
          03 FILLER PIC X(8) VALUE SPACES.
       01 VTO-CAE-DESGLOSE.
          03 VTO-CAE-ANIO PIC 9(4).
          03 VTO-CAE-MES PIC 99.
          03 VTO-CAE-DIA PIC 99.
       01 VTO-CAE-EDITADO.
          03 VTE-DIA PIC 99.
          03 FILLER PIC X VALUE '/'.
          03 VTE-MES PIC 99.
          03 FILLER PIC X VALUE '/'.
          03 VTE-ANIO PIC 9(4).

       01 ENCABEZADO-DIST.
          03 FILLER PIC X VALUE SPACES.
        PERFORM 0240-CARGAR-TARIFA UNTIL EOF-TARIFAS.
        CLOSE TARIFAS.
        COMPUTE CANT-TARIFAS = TARIFA-SUBINDICE - 1.
        OPEN INPUT CONTRATOS.
        PERFORM 0250-LEER-CONTRATO.
        PERFORM 0260-CARGAR-CONTRATO UNTIL EOF-CONTRATOS.
        CLOSE CONTRATOS.
        COMPUTE CANT-CONTRATOS = CONTRATO-SUBINDICE - 1.
        IF CANT-CONTRATOS-TRAMOS > 0
            PERFORM 0270-RELEVAR-VOLUMENES
        END-IF.

      *****************************************************
      *****************************************************
        MOVE SUC-DIRE TO TAB-SUC-DIRE(SUBINDICE).
        MOVE SUC-TEL TO TAB-SUC-TEL(SUBINDICE).
        MOVE SUC-CUIT TO TAB-SUC-CUIT(SUBINDICE).
        IF SUC-COND-IVA EQUAL 'I' OR SUC-COND-IVA EQUAL SPACE
            MOVE 'A' TO TAB-SUC-LETRA(SUBINDICE)
        ELSE
            MOVE 'B' TO TAB-SUC-LETRA(SUBINDICE)
        END-IF.
        IF SUC-COND-IVA EQUAL SPACE OR SUC-ALICUOTA-IVA NOT NUMERIC
            MOVE 21 TO TAB-SUC-ALICUOTA(SUBINDICE)
        ELSE
            MOVE SUC-ALICUOTA-IVA TO TAB-SUC-ALICUOTA(SUBINDICE)
        END-IF.
        ADD 1 TO SUBINDICE.
        PERFORM 0110-LEER-SUCURSAL.

        ADD 1 TO TARIFA-SUBINDICE.
        PERFORM 0230-LEER-TARIFA.

      *****************************************************
      * Mismo corte que 0230-LEER-TARIFA: cualquier estado
      * distinto de '00' termina la carga, incluido el
      * ContratosI.dat que todavia no existe.
      *****************************************************
       0250-LEER-CONTRATO.
        READ CONTRATOS RECORD.
        IF NOT OK-CON
            MOVE 'SI' TO EOF-CON-SW.

      *****************************************************
      *****************************************************
       0260-CARGAR-CONTRATO.
        IF CONTRATO-SUBINDICE > 1000
            DISPLAY 'TABLA-CONTRATOS LLENA - DEMASIADAS VIGENCIAS '
            DISPLAY 'EN CONTRATOSI.DAT, AUMENTAR EL OCCURS'
            STOP RUN
        END-IF.
        MOVE CON-CUIT TO TAB-CON-CUIT(CONTRATO-SUBINDICE).
        MOVE CON-TIP-CLASE TO TAB-CON-CLASE(CONTRATO-SUBINDICE).
        MOVE CON-VIG-DES TO TAB-CON-VIG-DES(CONTRATO-SUBINDICE).
        MOVE CON-TARIFA TO TAB-CON-TARIFA(CONTRATO-SUBINDICE).
        MOVE CON-TRAMO-HORAS(1)
            TO TAB-CON-TRAMO-HORAS(CONTRATO-SUBINDICE, 1).
        MOVE CON-TRAMO-DESCUENTO(1)
            TO TAB-CON-TRAMO-DESCUENTO(CONTRATO-SUBINDICE, 1).
        MOVE CON-TRAMO-HORAS(2)
            TO TAB-CON-TRAMO-HORAS(CONTRATO-SUBINDICE, 2).
        MOVE CON-TRAMO-DESCUENTO(2)
            TO TAB-CON-TRAMO-DESCUENTO(CONTRATO-SUBINDICE, 2).
        MOVE CON-TRAMO-HORAS(3)
            TO TAB-CON-TRAMO-HORAS(CONTRATO-SUBINDICE, 3).
        MOVE CON-TRAMO-DESCUENTO(3)
            TO TAB-CON-TRAMO-DESCUENTO(CONTRATO-SUBINDICE, 3).
        IF CON-TRAMO-HORAS(1) > 0
            MOVE 'S' TO TAB-CON-CON-TRAMOS(CONTRATO-SUBINDICE)
            ADD 1 TO CANT-CONTRATOS-TRAMOS
        ELSE
            MOVE 'N' TO TAB-CON-CON-TRAMOS(CONTRATO-SUBINDICE)
        END-IF.
        ADD 1 TO CONTRATO-SUBINDICE.
        PERFORM 0250-LEER-CONTRATO.

      *****************************************************
      * Pasada previa sobre TimesI.dat para el volumen del mes;
      * despues se cierra y se reabre para la seleccion normal.
      *****************************************************
       0270-RELEVAR-VOLUMENES.
        READ MAE-TIMES RECORD.
        PERFORM 0280-ACUMULAR-VOLUMEN UNTIL NOT OK-TIM.
        CLOSE MAE-TIMES.
        OPEN INPUT MAE-TIMES.

      *****************************************************
      *****************************************************
       0280-ACUMULAR-VOLUMEN.
        SET CONTRATO-INDICE TO 1.
        SEARCH TAB-CONTRATOS
            AT END CONTINUE
            WHEN CONTRATO-INDICE EQUAL CONTRATO-SUBINDICE
                CONTINUE
            WHEN TAB-CON-CUIT(CONTRATO-INDICE) EQUAL TIM-CUIT AND
                 TAB-CON-CLASE(CONTRATO-INDICE) EQUAL TIM-TIP-CLASE AND
                 TAB-CON-CON-TRAMOS(CONTRATO-INDICE) EQUAL 'S'
                PERFORM 0290-SUMAR-VOLUMEN
        END-SEARCH.
        READ MAE-TIMES RECORD.

      *****************************************************
      *****************************************************
       0290-SUMAR-VOLUMEN.
        COMPUTE PERIODO-VOLUMEN =
            TIM-FECHA-ANIO * 100 + TIM-FECHA-MES.
        SET VOLUMEN-INDICE TO 1.
        SEARCH TAB-VOLUMENES
            AT END
                DISPLAY 'TABLA-VOLUMENES LLENA - DEMASIADOS CUIT/'
                DISPLAY 'CLASE CON TRAMOS, AUMENTAR EL OCCURS'
                STOP RUN
            WHEN VOLUMEN-INDICE EQUAL VOLUMEN-SUBINDICE
                ADD 1 TO VOLUMEN-SUBINDICE
                MOVE TIM-CUIT TO TAB-VOL-CUIT(VOLUMEN-INDICE)
                MOVE TIM-TIP-CLASE TO TAB-VOL-CLASE(VOLUMEN-INDICE)
                MOVE PERIODO-VOLUMEN TO TAB-VOL-PERIODO(VOLUMEN-INDICE)
                MOVE TIM-HORAS TO TAB-VOL-HORAS(VOLUMEN-INDICE)
            WHEN TAB-VOL-CUIT(VOLUMEN-INDICE) EQUAL TIM-CUIT AND
                 TAB-VOL-CLASE(VOLUMEN-INDICE) EQUAL TIM-TIP-CLASE AND
                 TAB-VOL-PERIODO(VOLUMEN-INDICE) EQUAL PERIODO-VOLUMEN
                ADD TIM-HORAS TO TAB-VOL-HORAS(VOLUMEN-INDICE)
        END-SEARCH.

      *****************************************************
      *****************************************************
       0300-LEER-MAE-TIMES.
        MOVE TIM-TIP-CLASE TO REG-RELEASE-TIP-CLASE.
        PERFORM 0900-BUSCAR-TARIFAS.
        COMPUTE REG-RELEASE-IMPORTE = TIM-HORAS * AUX-TARIFA.   
        MOVE AUX-TARIFA-LISTA TO REG-RELEASE-TARIFA-LISTA.
        COMPUTE REG-RELEASE-IMPORTE-LISTA =
            TIM-HORAS * AUX-TARIFA-LISTA.
        RELEASE REG-ORDENADO FROM REG-RELEASE.
        ADD 1 TO TOTAL-SELECCIONADOS.
        MOVE "NO" TO CUIT-EN-RANGO-SW.
                MOVE SPACES TO REG-RELEASE-SUC-RAZON
                MOVE SPACES TO REG-RELEASE-SUC-DIRE
                MOVE SPACES TO REG-RELEASE-SUC-TEL
                MOVE 'A' TO REG-RELEASE-SUC-LETRA
                MOVE 21 TO REG-RELEASE-SUC-ALICUOTA
                ADD 1 TO TOTAL-SUC-NO-ENCONTRADAS
            WHEN TAB-SUC-CUIT(SUC-INDICE) EQUAL TIM-CUIT
                MOVE TAB-SUC-RAZON(SUC-INDICE) TO REG-RELEASE-SUC-RAZON
                MOVE TAB-SUC-DIRE(SUC-INDICE) TO REG-RELEASE-SUC-DIRE
                MOVE TAB-SUC-TEL(SUC-INDICE) TO REG-RELEASE-SUC-TEL
                MOVE TAB-SUC-LETRA(SUC-INDICE) TO REG-RELEASE-SUC-LETRA
                MOVE TAB-SUC-ALICUOTA(SUC-INDICE)
                    TO REG-RELEASE-SUC-ALICUOTA
        END-SEARCH.

      *****************************************************
      * reabrir TarifasI.dat por registro. La tabla conserva el
      * orden de clave del archivo, asi que la ultima coincidencia
      * del barrido es la vigente.
      * Despues manda el contrato de la sucursal, con el mismo
      * criterio de vigencia sobre TABLA-CONTRATOS: el precio
      * pactado reemplaza al de lista (cero = se queda el de
      * lista) y el tramo mas alto que alcanza el volumen del mes
      * del CUIT en la clase descuenta su porcentaje, redondeado
      * al centavo por hora. AUX-TARIFA queda con el neto y
      * AUX-TARIFA-LISTA con el de lista para la factura. COMPARA,
      * TENDENCIA, REFACTURA, MARGEN y PURGAHIST repiten este
      * mismo calculo: si cambia aca, cambia en todos.
       0900-BUSCAR-TARIFAS.
        MOVE "NO" TO TARIFA-ENCONTRADA-SW.
        MOVE 0 TO AUX-TARIFA.
        PERFORM 0910-EVALUAR-TARIFA
            VARYING TARIFA-INDICE FROM 1 BY 1
            UNTIL TARIFA-INDICE > CANT-TARIFAS.
        MOVE AUX-TARIFA TO AUX-TARIFA-LISTA.
        MOVE "NO" TO CONTRATO-ENCONTRADO-SW.
        PERFORM 0920-EVALUAR-CONTRATO
            VARYING CONTRATO-INDICE FROM 1 BY 1
            UNTIL CONTRATO-INDICE > CANT-CONTRATOS.
        IF CONTRATO-VIGENTE
            PERFORM 0930-APLICAR-CONTRATO
        END-IF.
        IF NOT TARIFA-VIGENTE
            ADD 1 TO TOTAL-SIN-TARIFA.

            MOVE "SI" TO TARIFA-ENCONTRADA-SW
        END-IF.

      *****************************************************
      *****************************************************
       0920-EVALUAR-CONTRATO.
        IF TAB-CON-CUIT(CONTRATO-INDICE) EQUAL TIM-CUIT AND
           TAB-CON-CLASE(CONTRATO-INDICE) EQUAL TIM-TIP-CLASE AND
           TAB-CON-VIG-DES(CONTRATO-INDICE) NOT > AUX-FECHA-COMP
            SET CONTRATO-ELEGIDO TO CONTRATO-INDICE
            MOVE "SI" TO CONTRATO-ENCONTRADO-SW
        END-IF.

      *****************************************************
      * Sin tarifa de lista pero con precio pactado, la linea
      * muestra el pactado como lista (descuento solo el del
      * tramo).
      *****************************************************
       0930-APLICAR-CONTRATO.
        IF TAB-CON-TARIFA(CONTRATO-ELEGIDO) > 0
            MOVE TAB-CON-TARIFA(CONTRATO-ELEGIDO) TO AUX-TARIFA
            MOVE "SI" TO TARIFA-ENCONTRADA-SW
            IF AUX-TARIFA-LISTA EQUAL 0
                MOVE AUX-TARIFA TO AUX-TARIFA-LISTA
            END-IF
        END-IF.
        MOVE 0 TO PORCENTAJE-DESCUENTO.
        IF TAB-CON-CON-TRAMOS(CONTRATO-ELEGIDO) EQUAL 'S'
            PERFORM 0940-BUSCAR-VOLUMEN
            PERFORM 0950-EVALUAR-TRAMO
                VARYING TRAMO-SUBINDICE FROM 1 BY 1
                UNTIL TRAMO-SUBINDICE > 3
        END-IF.
        IF PORCENTAJE-DESCUENTO > 0
            COMPUTE AUX-TARIFA ROUNDED =
                AUX-TARIFA * (100 - PORCENTAJE-DESCUENTO) / 100
        END-IF.

      *****************************************************
      *****************************************************
       0940-BUSCAR-VOLUMEN.
        MOVE 0 TO VOLUMEN-MES.
        COMPUTE PERIODO-VOLUMEN = AUX-FECHA-COMP / 100.
        SET VOLUMEN-INDICE TO 1.
        SEARCH TAB-VOLUMENES
            AT END CONTINUE
            WHEN VOLUMEN-INDICE EQUAL VOLUMEN-SUBINDICE
                CONTINUE
            WHEN TAB-VOL-CUIT(VOLUMEN-INDICE) EQUAL TIM-CUIT AND
                 TAB-VOL-CLASE(VOLUMEN-INDICE) EQUAL TIM-TIP-CLASE AND
                 TAB-VOL-PERIODO(VOLUMEN-INDICE) EQUAL PERIODO-VOLUMEN
                MOVE TAB-VOL-HORAS(VOLUMEN-INDICE) TO VOLUMEN-MES
        END-SEARCH.

      *****************************************************
      * MANTCON valida los tramos en orden creciente: el ultimo
      * que alcanza es el mas alto.
      *****************************************************
       0950-EVALUAR-TRAMO.
        IF TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE) > 0
           AND TAB-CON-TRAMO-HORAS(CONTRATO-ELEGIDO, TRAMO-SUBINDICE)
               NOT > VOLUMEN-MES
            MOVE TAB-CON-TRAMO-DESCUENTO(CONTRATO-ELEGIDO,
                                         TRAMO-SUBINDICE)
                TO PORCENTAJE-DESCUENTO
        END-IF.

      *****************************************************
      *****************************************************
       1000-INICIO-SALIDA.
        OPEN OUTPUT FACTURAS.
        WRITE LINEA-CSV FROM ENCABEZADO-CSV.
        OPEN INPUT NUMERACION-FACTURA.
        MOVE ZEROS TO NUM-ULTIMO-USADO NUM-ULTIMO-USADO-B.
        READ NUMERACION-FACTURA
            AT END MOVE 0 TO NUM-ULTIMO-USADO NUM-ULTIMO-USADO-B.
        MOVE NUM-ULTIMO-USADO TO ULTIMO-NUMERO-FACTURA.
        MOVE NUM-ULTIMO-USADO-B TO ULTIMO-NUMERO-FACTURA-B.
        CLOSE NUMERACION-FACTURA.
        OPEN INPUT FACTURAS-EMITIDAS.
        PERFORM 1010-LEER-EMITIDA.
      *****************************************************
      *****************************************************
       1010-LEER-EMITIDA.
        MOVE ZEROS TO EMI-FECHA EMI-NETO EMI-TOTAL EMI-VTO-CAE.
        MOVE SPACES TO EMI-CAE EMI-LETRA.
        READ FACTURAS-EMITIDAS RECORD.
        IF EMI-ESTADO NOT EQUAL '00'
            MOVE 'SI' TO EOF-EMI-SW.
        MOVE EMI-FECHA TO TAB-EMI-FECHA(EMI-SUBINDICE).
        MOVE EMI-NETO TO TAB-EMI-NETO(EMI-SUBINDICE).
        MOVE EMI-TOTAL TO TAB-EMI-TOTAL(EMI-SUBINDICE).
        MOVE EMI-CAE TO TAB-EMI-CAE(EMI-SUBINDICE).
        MOVE EMI-VTO-CAE TO TAB-EMI-VTO-CAE(EMI-SUBINDICE).
        IF EMI-LETRA EQUAL 'B'
            MOVE 'B' TO TAB-EMI-LETRA(EMI-SUBINDICE)
        ELSE
            MOVE 'A' TO TAB-EMI-LETRA(EMI-SUBINDICE)
        END-IF.
        MOVE 'N' TO TAB-EMI-SOLICITAR(EMI-SUBINDICE).
        ADD 1 TO EMI-SUBINDICE.
        PERFORM 1010-LEER-EMITIDA.
      *****************************************************
           ELSE
               OPEN OUTPUT NUMERACION-FACTURA
               MOVE ULTIMO-NUMERO-FACTURA TO NUM-ULTIMO-USADO
               MOVE ULTIMO-NUMERO-FACTURA-B TO NUM-ULTIMO-USADO-B
               WRITE REG-NUMERACION
               CLOSE NUMERACION-FACTURA
               OPEN OUTPUT FACTURAS-EMITIDAS
                   VARYING EMI-INDICE FROM 1 BY 1
                   UNTIL EMI-INDICE EQUAL EMI-SUBINDICE
               CLOSE FACTURAS-EMITIDAS
               OPEN EXTEND SOLICITUD-CAE
               PERFORM 1770-GRABAR-SOLICITUD
                   VARYING EMI-INDICE FROM 1 BY 1
                   UNTIL EMI-INDICE EQUAL EMI-SUBINDICE
               CLOSE SOLICITUD-CAE
           END-IF.
           CLOSE LISTADOTP2.
           CLOSE LISTADOTP2-CSV.
        MOVE TAB-EMI-FECHA(EMI-INDICE) TO EMI-FECHA.
        MOVE TAB-EMI-NETO(EMI-INDICE) TO EMI-NETO.
        MOVE TAB-EMI-TOTAL(EMI-INDICE) TO EMI-TOTAL.
        MOVE TAB-EMI-CAE(EMI-INDICE) TO EMI-CAE.
        MOVE TAB-EMI-VTO-CAE(EMI-INDICE) TO EMI-VTO-CAE.
        MOVE TAB-EMI-LETRA(EMI-INDICE) TO EMI-LETRA.
        WRITE REG-FACTURA-EMITIDA.

      *****************************************************
      * El IVA del pedido es la diferencia entre total y neto,
      * igual que en la nota de credito, para que cierre centavo
      * a centavo con lo impreso.
      *****************************************************
       1770-GRABAR-SOLICITUD.
        IF TAB-EMI-SOLICITAR(EMI-INDICE) EQUAL 'S'
            MOVE 'F' TO SCA-TIPO
            MOVE TAB-EMI-CUIT(EMI-INDICE) TO SCA-CUIT
            MOVE TAB-EMI-NUMERO(EMI-INDICE) TO SCA-NUMERO
            MOVE TAB-EMI-FECHA(EMI-INDICE) TO SCA-FECHA
            MOVE TAB-EMI-NETO(EMI-INDICE) TO SCA-NETO
            COMPUTE SCA-IVA =
                TAB-EMI-TOTAL(EMI-INDICE) - TAB-EMI-NETO(EMI-INDICE)
            MOVE TAB-EMI-TOTAL(EMI-INDICE) TO SCA-TOTAL
            MOVE TAB-EMI-LETRA(EMI-INDICE) TO SCA-LETRA
            WRITE REG-SOLICITUD-CAE
        END-IF.

      *****************************************************
      * La factura corta por CUIT y periodo (AAAAMM): el archivo
      * ordenado viene por razon/CUIT/fecha, asi que cada cambio de
        MOVE ORD-PROF-NOMBRE TO FAC-DET-NOMBRE.
        MOVE ORD-TIP-CLASE TO FAC-DET-CLASE.
        MOVE ORD-HORAS TO FAC-DET-HORAS.
        MOVE ORD-TARIFA-LISTA TO FAC-DET-TARIFA-LISTA.
        COMPUTE DESCUENTO-LINEA = ORD-IMPORTE-LISTA - ORD-IMPORTE.
        MOVE DESCUENTO-LINEA TO FAC-DET-DESCUENTO.
        MOVE ORD-IMPORTE TO FAC-DET-IMPORTE.
        WRITE LINEA-FACTURA FROM DETALLE-FACTURA.
        ADD ORD-IMPORTE TO IMPORTE-FACTURA.
      *****************************************************
       3100-CERRAR-FACTURA.
        MOVE IMPORTE-FACTURA TO FAC-NETO.
        COMPUTE IVA-FACTURA ROUNDED =
            IMPORTE-FACTURA * FACTURA-ALICUOTA / 100.
        MOVE FACTURA-ALICUOTA TO FAC-IVA-ALICUOTA.
        MOVE IVA-FACTURA TO FAC-IVA.
        COMPUTE TOTAL-FACTURA = IMPORTE-FACTURA + IVA-FACTURA.
        MOVE TOTAL-FACTURA TO FAC-TOTAL.
        ELSE
            MOVE IMPORTE-FACTURA TO TAB-EMI-NETO(FACTURA-ENTRADA)
            MOVE TOTAL-FACTURA TO TAB-EMI-TOTAL(FACTURA-ENTRADA)
            IF TAB-EMI-CAE(FACTURA-ENTRADA) EQUAL SPACES
                MOVE 'S' TO TAB-EMI-SOLICITAR(FACTURA-ENTRADA)
            END-IF
        END-IF.
      * El total de la B es el mismo (neto mas IVA), pero sin el
      * desglose: el IVA va incluido.
        WRITE LINEA-FACTURA FROM LINEA-EN-BLANCO.
        IF NOT FACTURA-B
            WRITE LINEA-FACTURA FROM LINEA-FACTURA-NETO
            WRITE LINEA-FACTURA FROM LINEA-FACTURA-IVA
        END-IF.
        WRITE LINEA-FACTURA FROM LINEA-FACTURA-TOTAL.
        WRITE LINEA-FACTURA FROM LINEA-SEPARADOR-FACTURA.
        MOVE 'NO' TO FACTURA-ABIERTA-SW.
       3200-ABRIR-FACTURA.
        MOVE ORD-SUC-CUIT TO FACTURA-CUIT.
        MOVE PERIODO-REGISTRO TO FACTURA-PERIODO.
        MOVE ORD-SUC-LETRA TO FACTURA-LETRA.
        MOVE ORD-SUC-ALICUOTA TO FACTURA-ALICUOTA.
        MOVE 0 TO IMPORTE-FACTURA.
        PERFORM 3300-ASIGNAR-NUMERO.
        MOVE FACTURA-LETRA TO FAC-LETRA.
        MOVE FACTURA-PERIODO TO FAC-PERIODO.
        IF MODO-PROVISORIA
            MOVE '(PROVISORIA) ' TO FAC-MARCA-REIMPRESION
        WRITE LINEA-FACTURA FROM DATOS-FACTURA-CONTACTO.
        IF NOT MODO-PROVISORIA
            PERFORM 3250-AVISAR-PROVISORIA
            PERFORM 3270-IMPRIMIR-CAE
        END-IF.
        WRITE LINEA-FACTURA FROM LINEA-EN-BLANCO.
        WRITE LINEA-FACTURA FROM ENCABEZADO-DETALLE-FACTURA.
        MOVE 'SI' TO FACTURA-ABIERTA-SW.

      *****************************************************
                WRITE LINEA-FACTURA FROM LINEA-AVISO-PROVISORIA
        END-SEARCH.

      *****************************************************
      * La linea del CAE va en la factura y en el archivo de la
      * sucursal en curso, que 1305 ya abrio para este CUIT.
      *****************************************************
       3270-IMPRIMIR-CAE.
        MOVE FAC-LETRA TO FAC-CAE-LETRA.
        MOVE FAC-NUMERO TO FAC-CAE-NUMERO.
        IF TAB-EMI-CAE(FACTURA-ENTRADA) EQUAL SPACES
            MOVE 'PENDIENTE DE AUTORIZACION' TO FAC-CAE
            MOVE SPACES TO FAC-VTO-CAE
        ELSE
            MOVE TAB-EMI-CAE(FACTURA-ENTRADA) TO FAC-CAE
            MOVE TAB-EMI-VTO-CAE(FACTURA-ENTRADA) TO VTO-CAE-DESGLOSE
            MOVE VTO-CAE-DIA TO VTE-DIA
            MOVE VTO-CAE-MES TO VTE-MES
            MOVE VTO-CAE-ANIO TO VTE-ANIO
            MOVE VTO-CAE-EDITADO TO FAC-VTO-CAE
        END-IF.
        WRITE LINEA-FACTURA FROM LINEA-FACTURA-CAE.
        IF LINEA-DIST > 60 THEN PERFORM 1350-SALTO-DE-PAGINA-DIST.
        WRITE LINEA-DISTRIBUCION FROM LINEA-FACTURA-CAE.
        ADD 1 TO LINEA-DIST.

      *****************************************************
      *****************************************************
      * La provisoria no consume numero de la secuencia legal ni
        END-IF.

      *****************************************************
      * Cada letra tiene su serie. La reimpresion conserva la
      * letra y el numero con que se emitio, aunque la condicion
      * de IVA de la sucursal haya cambiado despues.
      *****************************************************
       3350-ASIGNAR-NUMERO-LEGAL.
        SET EMI-INDICE TO 1.
                    DISPLAY 'AUMENTAR OCCURS'
                    STOP RUN
                END-IF
                IF FACTURA-B
                    ADD 1 TO ULTIMO-NUMERO-FACTURA-B
                    MOVE ULTIMO-NUMERO-FACTURA-B TO FAC-NUMERO
                ELSE
                    ADD 1 TO ULTIMO-NUMERO-FACTURA
                    MOVE ULTIMO-NUMERO-FACTURA TO FAC-NUMERO
                END-IF
                SET EMI-INDICE TO EMI-SUBINDICE
                ADD 1 TO EMI-SUBINDICE
                MOVE FACTURA-CUIT TO TAB-EMI-CUIT(EMI-INDICE)
                MOVE FACTURA-PERIODO TO TAB-EMI-PERIODO(EMI-INDICE)
                MOVE FAC-NUMERO TO TAB-EMI-NUMERO(EMI-INDICE)
                MOVE FACTURA-LETRA TO TAB-EMI-LETRA(EMI-INDICE)
                MOVE FECHA-INICIO-CORRIDA
                    TO TAB-EMI-FECHA(EMI-INDICE)
                MOVE 0 TO TAB-EMI-NETO(EMI-INDICE)
                MOVE 0 TO TAB-EMI-TOTAL(EMI-INDICE)
                MOVE SPACES TO TAB-EMI-CAE(EMI-INDICE)
                MOVE 0 TO TAB-EMI-VTO-CAE(EMI-INDICE)
                MOVE 'N' TO TAB-EMI-SOLICITAR(EMI-INDICE)
                SET FACTURA-ENTRADA TO EMI-INDICE
            WHEN TAB-EMI-CUIT(EMI-INDICE) EQUAL FACTURA-CUIT
               AND TAB-EMI-PERIODO(EMI-INDICE) EQUAL FACTURA-PERIODO
                MOVE 'SI' TO REIMPRESION-SW
                MOVE TAB-EMI-NUMERO(EMI-INDICE) TO FAC-NUMERO
                MOVE TAB-EMI-LETRA(EMI-INDICE) TO FACTURA-LETRA
                SET FACTURA-ENTRADA TO EMI-INDICE
        END-SEARCH.

