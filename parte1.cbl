                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PDE-ESTADO.

      * Historial permanente de pagos: PagoBanco.dat y
      * PagoDeducciones.dat se regraban en cada corrida, asi que
      * lo girado se AGREGA aca (EXTEND) con bruto, deducciones por
      * concepto y neto de cada profesor y periodo, para el
      * certificado anual de retenciones (CERTRET). OPTIONAL: la
      * primera corrida lo crea.
            SELECT OPTIONAL HISTORIAL-PAGOS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HPA-ESTADO.

      * Pagos que el banco rechazo en una corrida anterior (los
      * deja RENDICION al aplicar la rendicion): se vuelven a girar
      * en esta corrida, con su periodo original, cuando el maestro
      * de profesores ya tiene otro CBU o DNI que el que reboto.
      * Los que siguen sin corregir se regraban para la proxima.
            SELECT OPTIONAL PAGOS-PENDIENTES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS PPE-ESTADO.

            SELECT PAGO-RESUMEN ASSIGN TO PRINTER
                                  "PagoResumen.dat".

      * correr TP completo, con el archivo de origen ya corregido
      * bajo su mismo nombre, para que Times.dat se reconstruya desde
      * cero en 1000-INICIO-EMISION.
      * Para corregir registros puntuales ya fusionados (anular,
      * cambiar las horas o pasarlos a otra sucursal/tipo) sin
      * reprocesar la fuente esta Correcciones.dat (ver 0900).
            SELECT CHECKPOINT-TP ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS CHK-ESTADO.

      * Transacciones de correccion sobre registros ya fusionados:
      * cada una trae la clave completa del registro tal como
      * quedo en Times.dat, la accion, el codigo de motivo y quien
      * la pidio. Se validan como una novedad (0900) y se aplican
      * en la fusion, sobre el registro que entrega el SORT o, en
      * modo restart, sobre lo que ya estaba en Times.dat (1058).
      * OPTIONAL: sin correcciones la corrida sigue como siempre.
            SELECT OPTIONAL CORRECCIONES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS COR-ESTADO.

      * Auditoria permanente de correcciones (EXTEND): cada
      * correccion aplicada o derivada a refacturacion queda
      * asentada con el periodo y la fecha y hora de la corrida.
      * Se relee al arrancar para no aplicar dos veces la misma
      * transaccion (Correcciones.dat no se vacia, como
      * ConfirmaDup.dat) y para reaplicar lo ya corregido cuando
      * la corrida completa reconstruye Times.dat desde las
      * fuentes. REFACTURA toma de aca las derivadas ('F').
            SELECT OPTIONAL HIST-CORRECCIONES ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS HCO-ESTADO.

      * Facturas ya emitidas por TP2: la correccion de un periodo
      * facturado no toca Times.dat, se deriva al ajuste de
      * REFACTURA.
            SELECT OPTIONAL FACTURAS-EMITIDAS ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS EMI-ESTADO.

      * Copia de trabajo de Times.dat con las correcciones ya
      * aplicadas, para regrabarlo en modo restart (1058).
            SELECT TIMES-CORREGIDO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS TCO-ESTADO.

      * Acuse por fuente para devolver a cada sucursal: un renglon
      * por registro del archivo de novedades con lo que paso con
      * el (fusionado, rechazado, retenido por duplicado o por
      * tope, suspendido...) y un trailer de control por resultado.
      * El resultado se decide en parte en la carga y en parte en
      * la emision, asi que cada paso lo anota en ACUSES-TRABAJO
      * con la fuente y el numero de registro, y al final un
      * segundo SORT lo ordena y EMISION-ACUSES graba un archivo
      * por fuente con el nombre de la fuente y extension .ack
      * (como el .ctl de VALNOV). La fuente en cuarentena o sin
      * intake no se acusa aca: el acuse de la cuarentena lo deja
      * VALNOV y no se pisa.
            SELECT ACUSES-TRABAJO ASSIGN TO DISK
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ACT-ESTADO.

            SELECT ARCHIVO-ACUSES-ORDENADO ASSIGN TO DISK
                                  FILE STATUS IS ACO-ESTADO.

            SELECT ACUSE-FUENTE   ASSIGN TO ACUSE-FILENAME
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ACU-ESTADO.

      * El acuse que dejo la corrida anterior de la misma fuente:
      * en modo restart sus renglones de lo ya fusionado pasan al
      * acuse nuevo con el resultado que tuvieron entonces.
            SELECT OPTIONAL ACUSE-ANTERIOR ASSIGN TO ACUSE-FILENAME
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS ANT-ESTADO.

        DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

            03 PDE-DESC            PIC X(20).
            03 PDE-IMPORTE         PIC 9(9)V99.

      * Por cada pago girado: un registro 'B' con el bruto, uno 'D'
      * por concepto deducido y uno 'N' con el neto, todos con el
      * DNI del momento del pago y la fecha y hora de la corrida.
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

        FD PAGO-RESUMEN LABEL RECORD OMITTED.
        01 LINEA-PAGO-RESUMEN PIC X(80).

        FD PAGOS-PENDIENTES LABEL RECORD IS STANDARD
                      VALUE OF FILE-ID IS "PagosPendientes.dat".
        01 REG-PAGO-PENDIENTE.
            03 PPE-NUMERO             PIC X(5).
            03 PPE-PERIODO            PIC 9(6).
            03 PPE-DNI                PIC 9(8).
            03 PPE-CBU                PIC X(22).
            03 PPE-IMPORTE            PIC 9(9)V99.
            03 PPE-MOTIVO             PIC X(4).
            03 PPE-DESC-MOTIVO        PIC X(30).
            03 PPE-FECHA-RECHAZO      PIC 9(8).

      * Tope en espacios de tipo de clase = maximo mensual total
      * del profesor; con tipo, maximo mensual de ese tipo.
        FD LIMITES-HORAS LABEL RECORD IS STANDARD
            03 CHK-FUENTE          PIC X(30).
            03 CHK-REGISTROS       PIC 9(9).

      * Los primeros 24 bytes son el layout de la novedad, con las
      * horas del registro tal como se fusiono (identifican el
      * registro igual que el control de duplicados de 1800).
      * Accion 'R' reversa (anula el registro), 'H' reemplaza las
      * horas por COR-HORAS-NUEVAS, 'M' lo mueve a la sucursal y/o
      * tipo de clase nuevos (en espacios, queda el que tenia).
        FD CORRECCIONES  LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "Correcciones.dat".
        01 REG-CORRECCION.
            03 COR-NOVEDAD.
                05 COR-NUMERO         PIC X(5).
                05 COR-FECHA          PIC 9(8).
                05 COR-SUCURSAL       PIC X(3).
                05 COR-TIPO-CLASE     PIC X(4).
                05 COR-HORAS          PIC 9(2)V99.
            03 COR-ACCION             PIC X.
            03 COR-HORAS-NUEVAS       PIC 9(2)V99.
            03 COR-SUCURSAL-NUEVA     PIC X(3).
            03 COR-TIPO-CLASE-NUEVO   PIC X(4).
            03 COR-MOTIVO             PIC X(2).
            03 COR-SOLICITANTE        PIC X(10).

      * Resultado 'A' aplicada sobre Times.dat, 'F' derivada a
      * refacturacion por estar el periodo ya facturado.
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

        FD TIMES-CORREGIDO LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "TimesCorregido.dat".
        01 REG-TIMES-CORREGIDO.
            03 TCO-NUMERO             PIC X(5).
            03 TCO-FECHA              PIC 9(8).
            03 TCO-SUCURSAL           PIC X(3).
            03 TCO-TIPO-CLASE         PIC X(4).
            03 TCO-HORAS              PIC 9(2)V99.

      * ACT-REGISTRO es la novedad tal como llego de la fuente,
      * antes de correcciones y recortes. ACT-NRO-REGISTRO en cero
      * marca solo que la fuente se leyo en la corrida: asegura el
      * acuse (con el trailer en cero) aunque el archivo venga
      * vacio.
        FD ACUSES-TRABAJO LABEL RECORD IS STANDARD
                         VALUE OF FILE-ID IS "AcusesTrabajo.dat".
        01 REG-ACUSE-TRABAJO.
            03 ACT-FUENTE             PIC X(30).
            03 ACT-NRO-REGISTRO       PIC 9(9).
            03 ACT-REGISTRO           PIC X(24).
            03 ACT-RESULTADO          PIC X(12).
            03 ACT-HORAS-FUSIONADAS   PIC 9(2)V99.
            03 ACT-HORAS-RETENIDAS    PIC 9(2)V99.
            03 ACT-PROF-ORFANO        PIC X.
            03 ACT-DETALLE            PIC X(30).

        SD ARCHIVO-ACUSES-ORDENADO DATA RECORD IS REG-ACUSE-ORDENADO.
        01 REG-ACUSE-ORDENADO.
            03 ACO-FUENTE             PIC X(30).
            03 ACO-NRO-REGISTRO       PIC 9(9).
            03 ACO-REGISTRO.
                05 ACO-NUMERO         PIC X(5).
                05 ACO-FECHA          PIC X(8).
                05 ACO-SUCURSAL       PIC X(3).
                05 ACO-TIPO-CLASE     PIC X(4).
                05 ACO-HORAS          PIC 9(2)V99.
            03 ACO-RESULTADO          PIC X(12).
            03 ACO-HORAS-FUSIONADAS   PIC 9(2)V99.
            03 ACO-HORAS-RETENIDAS    PIC 9(2)V99.
            03 ACO-PROF-ORFANO        PIC X.
            03 ACO-DETALLE            PIC X(30).

        FD ACUSE-FUENTE   LABEL RECORD OMITTED.
        01 LINEA-ACUSE PIC X(90).

      * Mismos renglones 'H' y 'D' que ENCABEZADO-ACUSE y
      * DATOS-ACUSE.
        FD ACUSE-ANTERIOR LABEL RECORD OMITTED.
        01 REG-ACUSE-ANTERIOR.
            03 ANT-TIPO               PIC X.
            03 ANT-NRO-REGISTRO       PIC 9(9).
            03 ANT-REGISTRO           PIC X(24).
            03 ANT-RESULTADO          PIC X(12).
            03 ANT-HORAS-FUSIONADAS   PIC 9(2)V99.
            03 ANT-HORAS-RETENIDAS    PIC 9(2)V99.
            03 ANT-PROF-ORFANO        PIC X.
            03 ANT-DETALLE            PIC X(30).
            03 FILLER                 PIC X(5).
        01 REG-ACUSE-ANT-ENCABEZADO.
            03 FILLER                 PIC X.
            03 ANT-ENC-FUENTE         PIC X(30).
            03 ANT-ENC-PROGRAMA       PIC X(8).
            03 FILLER                 PIC X(51).

        FD MAE-TIMES     LABEL RECORD OMITTED.
        01 REG-MAE-TIMES.
            03 MAE-TIMES-NUMERO       PIC X(5).
      * viaja por el SORT para que la emision pueda detectar el
      * mismo registro llegando por dos fuentes distintas.
            03 ORD-FUENTE             PIC X(30).
      * Numero de registro dentro de la fuente y marca de profesor
      * no empadronado, para el acuse (1870). En cero y espacio en
      * lo que reingresa sin ser un registro de la fuente de esta
      * corrida (suspenso refusionado, duplicado aceptado).
            03 ORD-NRO-REGISTRO       PIC 9(9).
            03 ORD-PROF-ORFANO        PIC X.

        FD PROFESORES     LABEL RECORD IS STANDARD
                          VALUE OF FILE-ID IS "ProfesoresI.dat".
            03 SUC-DIRE           PIC X(20).
            03 SUC-TEL            PIC X(20).
            03 SUC-CUIT           PIC 9(11).
            03 SUC-COND-IVA       PIC X.
            03 SUC-ALICUOTA-IVA   PIC 9(2)V99.


        FD TIPOS_CLASE    LABEL RECORD IS STANDARD
        77 TOTAL-REGISTROS-DUPLICADOS PIC 9(7) VALUE 0.
        77 TOTAL-HORAS-DUPLICADAS PIC 9(5)V99 VALUE 0.

        77 COR-ESTADO PIC XX.
        77 HCO-ESTADO PIC XX.
        77 EMI-ESTADO PIC XX.
        77 TCO-ESTADO PIC XX.
        77 EOF-COR-SW PIC XX VALUE "NO".
            88 EOF-CORRECCIONES VALUE "SI".
        77 EOF-HCO-SW PIC XX VALUE "NO".
            88 EOF-HIST-CORRECCIONES VALUE "SI".
        77 EOF-EMI-SW PIC XX VALUE "NO".
            88 EOF-EMITIDAS VALUE "SI".
        77 EOF-TCO-SW PIC XX VALUE "NO".
            88 EOF-TIMES-CORREGIDO VALUE "SI".
        77 CRR-SUBINDICE PIC 9(4) VALUE 1.
        77 PFA-SUBINDICE PIC 9(3) VALUE 1.
        77 PERIODO-CORRECCION PIC 9(6) VALUE 0.
        77 CORRECCION-REPETIDA-SW PIC XX VALUE "NO".
            88 CORRECCION-REPETIDA VALUE "SI".
        77 PERIODO-FACTURADO-SW PIC XX VALUE "NO".
            88 PERIODO-FACTURADO VALUE "SI".
        77 CORRECCION-HALLADA-SW PIC XX VALUE "NO".
            88 CORRECCION-HALLADA VALUE "SI".
        77 REGISTRO-ANULADO-SW PIC XX VALUE "NO".
            88 REGISTRO-ANULADO VALUE "SI".
      * 'F' la correccion se aplica sobre el registro que entrega
      * el SORT, 'T' sobre lo releido de Times.dat en restart.
        77 ORIGEN-CORRECCION PIC X VALUE 'F'.
        77 CORRECCIONES-A-APLICAR PIC 9(4) VALUE 0.
        77 TOTAL-CORR-LEIDAS PIC 9(5) VALUE 0.
        77 TOTAL-CORR-RECHAZADAS PIC 9(5) VALUE 0.
        77 TOTAL-CORR-YA-APLICADAS PIC 9(5) VALUE 0.
        77 TOTAL-CORR-DERIVADAS PIC 9(5) VALUE 0.
        77 TOTAL-CORR-APLICADAS-FUSION PIC 9(5) VALUE 0.
        77 TOTAL-CORR-APLICADAS-ANTERIOR PIC 9(5) VALUE 0.
        77 TOTAL-CORR-REAPLICADAS PIC 9(5) VALUE 0.
        77 TOTAL-CORR-NO-ENCONTRADAS PIC 9(5) VALUE 0.
      * Efecto de las correcciones sobre lo que entrega el SORT,
      * para que el contraste de 2850 siga cerrando: el registro
      * anulado se resta entero y el cambio de horas se resta o
      * se suma por la diferencia.
        77 TOTAL-REGISTROS-ANULADOS PIC 9(7) VALUE 0.
        77 TOTAL-HORAS-ANULADAS PIC 9(5)V99 VALUE 0.
        77 TOTAL-HORAS-CORR-QUITADAS PIC 9(5)V99 VALUE 0.
        77 TOTAL-HORAS-CORR-AGREGADAS PIC 9(5)V99 VALUE 0.
      * Sucursal y tipo del registro como llego de la fuente, antes
      * de corregirlo: son los que guarda DETALLE-ANTERIOR.
        77 SUCURSAL-ORIGINAL PIC X(3) VALUE SPACES.
        77 TIPO-CLASE-ORIGINAL PIC X(4) VALUE SPACES.

      * Registro a corregir: lo llena 1845 con el detalle del SORT
      * o 1059 con lo releido de Times.dat, y 1850 lo devuelve
      * corregido.
        01 CORRIGE-REGISTRO.
            03 CRG-NUMERO PIC X(5).
            03 CRG-FECHA PIC 9(8).
            03 CRG-SUCURSAL PIC X(3).
            03 CRG-TIPO-CLASE PIC X(4).
            03 CRG-HORAS PIC 9(2)V99.

      * Correcciones en memoria: lo auditado en corridas anteriores
      * mas lo valido de Correcciones.dat. Estado 'P' nueva a
      * aplicar, 'X' ya aplicada en una corrida anterior que hay
      * que reaplicar porque la corrida completa reconstruye
      * Times.dat, 'Y' historica que ya no se aplica (solo sirve
      * para reconocer la transaccion repetida), 'A' aplicada y
      * 'F' derivada a refacturacion en esta corrida (las dos se
      * auditan en 2865), 'Z' reaplicada en esta corrida.
       01 TABLA-CORRECCIONES.
           02 TAB-CORRECCIONES OCCURS 2000 TIMES
                   INDEXED BY CRR-INDICE.
               03 TAB-CRR-ESTADO PIC X.
               03 TAB-CRR-RECONOCIDA PIC X.
               03 TAB-CRR-PERIODO PIC 9(6).
               03 TAB-CRR-TRANSACCION.
                   05 TAB-CRR-NUMERO PIC X(5).
                   05 TAB-CRR-FECHA PIC 9(8).
                   05 TAB-CRR-SUCURSAL PIC X(3).
                   05 TAB-CRR-TIPO-CLASE PIC X(4).
                   05 TAB-CRR-HORAS PIC 9(2)V99.
                   05 TAB-CRR-ACCION PIC X.
                   05 TAB-CRR-HORAS-NUEVAS PIC 9(2)V99.
                   05 TAB-CRR-SUCURSAL-NUEVA PIC X(3).
                   05 TAB-CRR-TIPO-CLASE-NUEVO PIC X(4).
                   05 TAB-CRR-MOTIVO PIC X(2).
                   05 TAB-CRR-SOLICITANTE PIC X(10).
       01 TABLA-PERIODOS-FACTURADOS.
           02 TAB-PERIODOS-FACT OCCURS 300 TIMES
                   INDEXED BY PFA-INDICE.
               03 TAB-PFA-PERIODO PIC 9(6).

        77 TIMES-ANT-ESTADO PIC XX.
        77 EOF-TIMES-ANT-SW PIC XX VALUE "NO".
            88 EOF-TIMES-ANTERIOR VALUE "SI".

        77 DED-ESTADO PIC XX.
        77 PDE-ESTADO PIC XX.
        77 HPA-ESTADO PIC XX.
        77 EOF-DED-SW PIC XX VALUE "NO".
            88 EOF-DEDUCCIONES VALUE "SI".
        77 DED-SUBINDICE PIC 9(2) VALUE 1.
        77 TOTAL-BRUTO-PAGOS PIC 9(11)V99 VALUE 0.
        77 TOTAL-DEDUCIDO-PAGOS PIC 9(11)V99 VALUE 0.

        77 PPE-ESTADO PIC XX.
        77 EOF-PPE-SW PIC XX VALUE "NO".
            88 EOF-PAGOS-PENDIENTES VALUE "SI".
        77 PPE-SUBINDICE PIC 9(4) VALUE 1.
        77 TOTAL-PAGOS-REGIRADOS PIC 9(5) VALUE 0.
        77 TOTAL-IMPORTE-REGIRADO PIC 9(11)V99 VALUE 0.

      * Rechazos bancarios en memoria. Estado 'P' sigue pendiente
      * (se regraba), 'G' vuelto a girar en esta corrida (se
      * limpia).
       01 TABLA-PAGOS-PENDIENTES.
           02 TAB-PAGOS-PEND OCCURS 1000 TIMES INDEXED BY PPE-INDICE.
               03 TAB-PPE-ESTADO PIC X.
               03 TAB-PPE-NUMERO PIC X(5).
               03 TAB-PPE-PERIODO PIC 9(6).
               03 TAB-PPE-DNI PIC 9(8).
               03 TAB-PPE-CBU PIC X(22).
               03 TAB-PPE-IMPORTE PIC 9(9)V99.
               03 TAB-PPE-MOTIVO PIC X(4).
               03 TAB-PPE-DESC-MOTIVO PIC X(30).
               03 TAB-PPE-FECHA-RECHAZO PIC 9(8).

        77 LIMITES-ESTADO PIC XX.
        77 RTO-ESTADO PIC XX.
        77 EOF-LIM-SW PIC XX VALUE "NO".
               03 TAB-ELE-VIG-DES PIC 9(8).
               03 TAB-ELE-ESPECIFICA PIC X.

        77 ACT-ESTADO PIC XX.
        77 ACO-ESTADO PIC XX.
        77 ACU-ESTADO PIC XX.
        77 ANT-ESTADO PIC XX.
        77 EOF-ACO-SW PIC XX VALUE "NO".
            88 EOF-ACUSES VALUE "SI".
        77 EOF-ANT-SW PIC XX VALUE "NO".
            88 EOF-ACUSE-ANTERIOR VALUE "SI".
        77 ACUSE-NRO-TRASLADADO PIC 9(9) VALUE 0.
        77 ACUSE-FILENAME PIC X(34) VALUE SPACES.
        77 ACUSE-FUENTE-ACTUAL PIC X(30) VALUE SPACES.
        77 ACUSE-RESULTADO PIC X(12) VALUE SPACES.
        77 ACUSE-DETALLE PIC X(30) VALUE SPACES.
        77 ACUSE-HORAS-FUSIONADAS PIC 9(2)V99 VALUE 0.
        77 ACUSE-HORAS-RETENIDAS PIC 9(2)V99 VALUE 0.
        77 TOTAL-ACUSES-EMITIDOS PIC 9(3) VALUE 0.

      * Novedad tal como llego de la fuente, para el renglon del
      * acuse: se toma al entrar a 1800, antes de correcciones y
      * del recorte por tope.
        01 NOVEDAD-ACUSE.
            03 NAC-NUMERO PIC X(5).
            03 NAC-FECHA PIC 9(8).
            03 NAC-SUCURSAL PIC X(3).
            03 NAC-TIPO-CLASE PIC X(4).
            03 NAC-HORAS PIC 9(2)V99.

      * Resultados posibles de un registro en el acuse, en el orden
      * del trailer. La entrada 9 de TABLA-TOTALES-ACUSE es el
      * total de la fuente.
       01 RESULTADOS-ACUSE-VALORES.
           02 FILLER PIC X(12) VALUE 'FUSIONADO   '.
           02 FILLER PIC X(12) VALUE 'FUSION PARC.'.
           02 FILLER PIC X(12) VALUE 'RETEN. TOPE '.
           02 FILLER PIC X(12) VALUE 'DUPLICADO   '.
           02 FILLER PIC X(12) VALUE 'SUSPENDIDO  '.
           02 FILLER PIC X(12) VALUE 'RECHAZADO   '.
           02 FILLER PIC X(12) VALUE 'ANULADO     '.
           02 FILLER PIC X(12) VALUE 'YA PROCESADO'.
       01 RESULTADOS-ACUSE REDEFINES RESULTADOS-ACUSE-VALORES.
           02 TAB-RESULTADO-ACUSE OCCURS 8 TIMES
                   INDEXED BY RES-INDICE.
               03 TAB-RES-RESULTADO PIC X(12).
       01 TABLA-TOTALES-ACUSE.
           02 TAB-TOTAL-ACUSE OCCURS 9 TIMES INDEXED BY TAC-INDICE.
               03 TAB-TAC-CANTIDAD PIC 9(9).
               03 TAB-TAC-HORAS-INFORMADAS PIC 9(7)V99.
               03 TAB-TAC-HORAS-FUSIONADAS PIC 9(7)V99.
               03 TAB-TAC-HORAS-RETENIDAS PIC 9(7)V99.

        01 LINEA-A-ESCRIBIR PIC 9(2) VALUE 1.
        01 HORAS-TOTALES PIC 9(4)V99.
        01 HORAS-PROFESOR PIC 9(2)V99.
           03 PAG-CTL-CANTIDAD PIC 9(7).
           03 PAG-CTL-HASH PIC 9(13)V99.
           03 FILLER PIC X(30) VALUE SPACES.

      * Acuse por fuente: encabezado 'H' con la corrida que lo
      * genero (el detalle solo lo usa VALNOV para el motivo de la
      * cuarentena), un 'D' por registro de la fuente en el orden del
      * archivo (horas informadas dentro de ACU-REGISTRO, horas
      * que llegaron a Times.dat y horas retenidas por tope, marca
      * 'S' de profesor no empadronado y el motivo o detalle del
      * resultado), y un trailer 'T' por resultado mas el TOTAL.
       01 ENCABEZADO-ACUSE.
           03 FILLER PIC X VALUE 'H'.
           03 ACU-ENC-FUENTE PIC X(30).
           03 ACU-ENC-PROGRAMA PIC X(8).
           03 ACU-ENC-FECHA PIC 9(8).
           03 ACU-ENC-HORA PIC 9(6).
           03 ACU-ENC-DETALLE PIC X(30).
           03 FILLER PIC X(7) VALUE SPACES.
       01 DATOS-ACUSE.
           03 FILLER PIC X VALUE 'D'.
           03 ACU-NRO-REGISTRO PIC 9(9).
           03 ACU-REGISTRO PIC X(24).
           03 ACU-RESULTADO PIC X(12).
           03 ACU-HORAS-FUSIONADAS PIC 9(2)V99.
           03 ACU-HORAS-RETENIDAS PIC 9(2)V99.
           03 ACU-PROF-ORFANO PIC X.
           03 ACU-DETALLE PIC X(30).
           03 FILLER PIC X(5) VALUE SPACES.
       01 TRAILER-ACUSE.
           03 FILLER PIC X VALUE 'T'.
           03 ACU-TRL-RESULTADO PIC X(12).
           03 ACU-TRL-CANTIDAD PIC 9(9).
           03 ACU-TRL-HORAS-INFORMADAS PIC 9(7)V99.
           03 ACU-TRL-HORAS-FUSIONADAS PIC 9(7)V99.
           03 ACU-TRL-HORAS-RETENIDAS PIC 9(7)V99.
           03 FILLER PIC X(41) VALUE SPACES.
       01 ENCABEZADO-PAGO-EXCEPCIONES.
           03 FILLER PIC X(40)
               VALUE 'PROFESORES EXCLUIDOS DEL ARCHIVO DE PAGO'.
           03 FILLER PIC X(7) VALUE SPACES.
           03 CTL-COMP-HORAS PIC ZZZZ9,99.
           03 FILLER PIC X(28) VALUE SPACES.
       01 ENCABEZADO-CONTROL-CORR.
           03 FILLER PIC X(36)
               VALUE 'CORRECCIONES A REGISTROS FUSIONADOS'.
           03 FILLER PIC X(44) VALUE SPACES.
       01 DATOS-CONTROL-CORR.
           03 CCP-RESULTADO PIC X(16).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CCP-NUMERO PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CCP-FECHA PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CCP-SUCURSAL PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CCP-TIPO-CLASE PIC X(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CCP-HORAS PIC Z9,99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CCP-ACCION PIC X.
           03 FILLER PIC X(1) VALUE SPACES.
           03 CCP-MOTIVO PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 CCP-SOLICITANTE PIC X(10).
           03 FILLER PIC X(17) VALUE SPACES.
       01 LINEA-TOTAL-CORR.
           03 CCO-ETIQUETA PIC X(35).
           03 CCO-CANTIDAD PIC ZZZZ9.
           03 FILLER PIC X(40) VALUE SPACES.

       01 ENCABEZADO-DIRECTORIO-PROF.
           03 FILLER PIC X(25) VALUE 'DIRECTORIO DE PROFESORES'.
             ON ASCENDING KEY ORD-FUENTE
             INPUT PROCEDURE IS CARGA-NOVEDADES
             OUTPUT PROCEDURE IS EMISION-LISTADO.
      * Con la fusion terminada, los resultados anotados por
      * registro se ordenan por fuente y numero de registro para
      * grabar el acuse de cada sucursal.
        SORT ARCHIVO-ACUSES-ORDENADO
             ON ASCENDING KEY ACO-FUENTE
             ON ASCENDING KEY ACO-NRO-REGISTRO
             USING ACUSES-TRABAJO
             OUTPUT PROCEDURE IS EMISION-ACUSES.
        PERFORM 2990-GRABAR-RUN-CONTROL.
        STOP RUN.

      * pendientes antes de que el listado de facturacion se emita.
       PERFORM 0100-INICIO-CARGA.
       PERFORM 0800-PROCESAR-CONFIRMACIONES.
       PERFORM 0900-CARGAR-CORRECCIONES.
       PERFORM 0200-LEER-FUENTE.
       PERFORM 0300-PROCESAR-FUENTE UNTIL EOF-FUENTES.
       PERFORM 0600-REPROCESAR-SUSPENSO
       PERFORM 2900-FIN-EMISION.
       PERFORM 2950-CONFIRMAR-CHECKPOINT.

      *****************************************************
      *****************************************************
       EMISION-ACUSES SECTION.
      *****************************************************
      *****************************************************
      * Un archivo <fuente>.ack por cada fuente leida en la
      * corrida, con un renglon por registro y el trailer de
      * cantidades y horas por resultado.
       PERFORM 3100-LEER-ACUSE.
       PERFORM 3200-EMITIR-ACUSE-FUENTE UNTIL EOF-ACUSES.

      *****************************************************
      *****************************************************
       OTRA SECTION.
      *****************************************************
        0100-INICIO-CARGA.
            OPEN INPUT NOV-TIMES-FUENTES.
            OPEN OUTPUT ACUSES-TRABAJO.
            OPEN INPUT FUENTES-VALIDADAS.
            PERFORM 0160-LEER-FUENTE-VALIDADA.
            PERFORM 0170-CARGAR-FUENTE-VALIDADA
             MOVE FUENTE-NOMBRE TO NOV-TIMES-FILENAME
             MOVE "NO" TO EOF-NOV-TIMES-SW
             MOVE 0 TO CONTADOR-REGISTROS-FUENTE
             PERFORM 0350-ANOTAR-FUENTE-ACUSE
             PERFORM 0320-BUSCAR-CHECKPOINT-FUENTE
             PERFORM 0360-TRASLADAR-ACUSE-ANTERIOR
             OPEN INPUT NOV-TIMES
             PERFORM 0400-LEER-NOV-TIMES
             PERFORM 0500-PROCESAR-NOV-TIMES UNTIL EOF-NOV-TIMES
         MOVE TAB-CHK-REGISTROS(CHK-INDICE) TO CHK-REGISTROS.
         WRITE REG-CHECKPOINT.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0350-ANOTAR-FUENTE-ACUSE.
         MOVE FUENTE-NOMBRE TO ACT-FUENTE.
         MOVE 0 TO ACT-NRO-REGISTRO.
         MOVE SPACES TO ACT-REGISTRO.
         MOVE SPACES TO ACT-RESULTADO.
         MOVE 0 TO ACT-HORAS-FUSIONADAS.
         MOVE 0 TO ACT-HORAS-RETENIDAS.
         MOVE SPACE TO ACT-PROF-ORFANO.
         MOVE SPACES TO ACT-DETALLE.
         WRITE REG-ACUSE-TRABAJO.

      *-----------------------------------------------------------*
      * En modo restart los registros que el checkpoint da por
      * fusionados no vuelven a pasar por la carga ni por la
      * emision: su renglon se toma del <fuente>.ack de la corrida
      * anterior, si es de TP, tal como quedo entonces.
      * ACUSE-NRO-TRASLADADO queda en el ultimo registro copiado;
      * los que el acuse anterior no trae salen como YA PROCESADO
      * (0500).
      *-----------------------------------------------------------*
        0360-TRASLADAR-ACUSE-ANTERIOR.
         MOVE 0 TO ACUSE-NRO-TRASLADADO.
         IF REGISTROS-YA-PROCESADOS > 0
             MOVE SPACES TO ACUSE-FILENAME
             STRING FUENTE-NOMBRE DELIMITED BY SPACE
                    '.ack' DELIMITED BY SIZE
                    INTO ACUSE-FILENAME
             MOVE "NO" TO EOF-ANT-SW
             OPEN INPUT ACUSE-ANTERIOR
             PERFORM 0365-LEER-ACUSE-ANTERIOR
             IF NOT EOF-ACUSE-ANTERIOR AND
                ANT-TIPO EQUAL 'H' AND
                ANT-ENC-PROGRAMA EQUAL 'TP      '
                 PERFORM 0370-TRASLADAR-RENGLON-ACUSE
                     UNTIL EOF-ACUSE-ANTERIOR
             END-IF
             CLOSE ACUSE-ANTERIOR
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0365-LEER-ACUSE-ANTERIOR.
         READ ACUSE-ANTERIOR AT END MOVE "SI" TO EOF-ANT-SW.
         IF ANT-ESTADO NOT EQUAL '00' AND NOT EOF-ACUSE-ANTERIOR
             MOVE "SI" TO EOF-ANT-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0370-TRASLADAR-RENGLON-ACUSE.
         IF ANT-TIPO EQUAL 'D' AND
            ANT-NRO-REGISTRO NUMERIC AND
            ANT-NRO-REGISTRO > 0 AND
            ANT-NRO-REGISTRO NOT > REGISTROS-YA-PROCESADOS
             MOVE FUENTE-NOMBRE TO ACT-FUENTE
             MOVE ANT-NRO-REGISTRO TO ACT-NRO-REGISTRO
             MOVE ANT-REGISTRO TO ACT-REGISTRO
             MOVE ANT-RESULTADO TO ACT-RESULTADO
             MOVE ANT-HORAS-FUSIONADAS TO ACT-HORAS-FUSIONADAS
             MOVE ANT-HORAS-RETENIDAS TO ACT-HORAS-RETENIDAS
             MOVE ANT-PROF-ORFANO TO ACT-PROF-ORFANO
             MOVE ANT-DETALLE TO ACT-DETALLE
             WRITE REG-ACUSE-TRABAJO
             IF ANT-NRO-REGISTRO > ACUSE-NRO-TRASLADADO
                 MOVE ANT-NRO-REGISTRO TO ACUSE-NRO-TRASLADADO
             END-IF
         END-IF.
         PERFORM 0365-LEER-ACUSE-ANTERIOR.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0400-LEER-NOV-TIMES.
                 MOVE NOV-TIMES-TIPO-CLASE TO ORD-TIPO-CLASE
                 MOVE NOV-TIMES-HORAS TO ORD-HORAS
                 MOVE FUENTE-NOMBRE TO ORD-FUENTE
                 MOVE CONTADOR-REGISTROS-FUENTE TO ORD-NRO-REGISTRO
                 MOVE SPACE TO ORD-PROF-ORFANO
                 PERFORM 0550-VERIFICAR-PROFESOR
                 PERFORM 0570-ACUMULAR-CONTROL-FUENTE
                 RELEASE REG-ORDENADO
             IF NOV-TIMES-HORAS NUMERIC
                 ADD NOV-TIMES-HORAS TO TOTAL-HORAS-OMITIDAS
             END-IF
             IF CONTADOR-REGISTROS-FUENTE > ACUSE-NRO-TRASLADADO
                 MOVE 'YA PROCESADO' TO ACUSE-RESULTADO
                 MOVE 'PROCESADO EN CORRIDA ANTERIOR' TO ACUSE-DETALLE
                 PERFORM 0580-ANOTAR-ACUSE-NOVEDAD
             END-IF
         END-IF.
         PERFORM 0400-LEER-NOV-TIMES.

         MOVE MOTIVO-RECHAZO TO RCH-MOTIVO.
         WRITE LINEA-RECHAZOS FROM DATOS-RECHAZO.
         PERFORM 0540-ACUMULAR-RECHAZO-FUENTE.
         MOVE 'RECHAZADO' TO ACUSE-RESULTADO.
         MOVE MOTIVO-RECHAZO TO ACUSE-DETALLE.
         PERFORM 0580-ANOTAR-ACUSE-NOVEDAD.

      *-----------------------------------------------------------*
      * Misma tabla de control por fuente que 0570, pero sumando en
                 ADD NOV-TIMES-HORAS TO TAB-CTL-HORAS(CTL-INDICE)
         END-SEARCH.

      *-----------------------------------------------------------*
      * Resultado que se decide en la carga (rechazado, o ya
      * procesado en una corrida anterior en modo restart sin
      * renglon en el acuse anterior): se anota con la novedad
      * como se leyo y sin horas fusionadas.
      *-----------------------------------------------------------*
        0580-ANOTAR-ACUSE-NOVEDAD.
         MOVE FUENTE-NOMBRE TO ACT-FUENTE.
         MOVE CONTADOR-REGISTROS-FUENTE TO ACT-NRO-REGISTRO.
         MOVE REG-NOV-TIMES TO ACT-REGISTRO.
         MOVE ACUSE-RESULTADO TO ACT-RESULTADO.
         MOVE 0 TO ACT-HORAS-FUSIONADAS.
         MOVE 0 TO ACT-HORAS-RETENIDAS.
         MOVE SPACE TO ACT-PROF-ORFANO.
         MOVE ACUSE-DETALLE TO ACT-DETALLE.
         WRITE REG-ACUSE-TRABAJO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0550-VERIFICAR-PROFESOR.
         MOVE NOV-TIMES-NUMERO TO PROF-NUMERO.
         READ PROFESORES RECORD.
         IF NOT OK-PROF-LEIDO
             MOVE 'S' TO ORD-PROF-ORFANO
             PERFORM 0560-REGISTRAR-ORFANO
         END-IF.

         MOVE TAB-SUS-TIPO-CLASE(SUS-INDICE) TO ORD-TIPO-CLASE.
         MOVE TAB-SUS-HORAS(SUS-INDICE) TO ORD-HORAS.
         MOVE 'SUSPENSO' TO ORD-FUENTE.
         MOVE 0 TO ORD-NRO-REGISTRO.
         MOVE SPACE TO ORD-PROF-ORFANO.
         RELEASE REG-ORDENADO.
         MOVE 'R' TO TAB-SUS-ESTADO(SUS-INDICE).
         ADD 1 TO TOTAL-SUSPENSO-REFUSIONADOS.
            PERFORM 0710-RESUMIR-RECHAZOS-FUENTE
                VARYING CTL-INDICE FROM 1 BY 1
                UNTIL CTL-INDICE EQUAL CTL-SUBINDICE.
            IF TOTAL-CORR-LEIDAS > 0
                MOVE 'CORRECCIONES' TO RES-RCH-FUENTE
                COMPUTE RES-RCH-ACEPTADOS =
                    TOTAL-CORR-LEIDAS - TOTAL-CORR-RECHAZADAS
                MOVE TOTAL-CORR-RECHAZADAS TO RES-RCH-RECHAZADOS
                WRITE LINEA-RECHAZOS FROM LINEA-RESUMEN-RECHAZOS
            END-IF.
            CLOSE RECHAZOS.

      *-----------------------------------------------------------*
         MOVE TAB-DUP-TIPO-CLASE(DUPP-INDICE) TO ORD-TIPO-CLASE.
         MOVE TAB-DUP-HORAS(DUPP-INDICE) TO ORD-HORAS.
         MOVE TAB-DUP-FUENTE-RET(DUPP-INDICE) TO ORD-FUENTE.
         MOVE 0 TO ORD-NRO-REGISTRO.
         MOVE SPACE TO ORD-PROF-ORFANO.
         RELEASE REG-ORDENADO.
         MOVE 'R' TO TAB-DUP-ESTADO(DUPP-INDICE).
         ADD 1 TO TOTAL-DUP-ACEPTADOS.
         MOVE TAB-DUP-FUENTE-RET(DUPP-INDICE) TO DUA-CONF-FUENTE.
         WRITE LINEA-DUP-AGING FROM DATOS-CONF-PROCESADA.

      *-----------------------------------------------------------*
      * Correcciones a registros ya fusionados. Primero se cargan
      * los periodos ya facturados y la auditoria de corridas
      * anteriores; despues cada transaccion de Correcciones.dat
      * se valida como una novedad (0940) y la rechazada va al
      * listado de rechazos con la fuente CORRECCIONES. La que ya
      * figura en la auditoria no se vuelve a aplicar: el archivo
      * no se vacia entre corridas, igual que ConfirmaDup.dat. La
      * de un periodo ya facturado no toca Times.dat: queda
      * auditada como derivada ('F') y la toma REFACTURA.
      *-----------------------------------------------------------*
        0900-CARGAR-CORRECCIONES.
         OPEN INPUT FACTURAS-EMITIDAS.
         PERFORM 0905-LEER-EMITIDA.
         PERFORM 0910-CARGAR-PERIODO-FACTURADO UNTIL EOF-EMITIDAS.
         CLOSE FACTURAS-EMITIDAS.
         OPEN INPUT HIST-CORRECCIONES.
         PERFORM 0915-LEER-HIST-CORRECCION.
         PERFORM 0920-CARGAR-HIST-CORRECCION
             UNTIL EOF-HIST-CORRECCIONES.
         CLOSE HIST-CORRECCIONES.
         OPEN INPUT CORRECCIONES.
         PERFORM 0925-LEER-CORRECCION.
         PERFORM 0930-PROCESAR-CORRECCION UNTIL EOF-CORRECCIONES.
         CLOSE CORRECCIONES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0905-LEER-EMITIDA.
         READ FACTURAS-EMITIDAS AT END MOVE "SI" TO EOF-EMI-SW.
         IF EMI-ESTADO NOT EQUAL '00' AND NOT EOF-EMITIDAS
             MOVE "SI" TO EOF-EMI-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0910-CARGAR-PERIODO-FACTURADO.
         SET PFA-INDICE TO 1.
         SEARCH TAB-PERIODOS-FACT
             AT END
                 IF PFA-SUBINDICE > 300
                     DISPLAY 'TABLA-PERIODOS-FACTURADOS LLENA - '
                     DISPLAY 'AUMENTAR EL OCCURS'
                     STOP RUN
                 END-IF
                 MOVE EMI-PERIODO TO TAB-PFA-PERIODO(PFA-SUBINDICE)
                 ADD 1 TO PFA-SUBINDICE
             WHEN PFA-INDICE EQUAL PFA-SUBINDICE
                 MOVE EMI-PERIODO TO TAB-PFA-PERIODO(PFA-SUBINDICE)
                 ADD 1 TO PFA-SUBINDICE
             WHEN TAB-PFA-PERIODO(PFA-INDICE) EQUAL EMI-PERIODO
                 CONTINUE
         END-SEARCH.
         PERFORM 0905-LEER-EMITIDA.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0915-LEER-HIST-CORRECCION.
         READ HIST-CORRECCIONES AT END MOVE "SI" TO EOF-HCO-SW.
         IF HCO-ESTADO NOT EQUAL '00' AND NOT EOF-HIST-CORRECCIONES
             MOVE "SI" TO EOF-HCO-SW
         END-IF.

      *-----------------------------------------------------------*
      * Lo aplicado en corridas anteriores se reaplica solo en la
      * corrida completa ('X'), que reconstruye Times.dat desde las
      * fuentes sin corregir, y solo si el periodo sigue sin
      * facturar. En restart ya esta en Times.dat ('Y').
      *-----------------------------------------------------------*
        0920-CARGAR-HIST-CORRECCION.
         IF CRR-SUBINDICE > 2000
             DISPLAY 'TABLA-CORRECCIONES LLENA - DEMASIADAS '
             DISPLAY 'CORRECCIONES AUDITADAS, AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE HCO-NUMERO TO TAB-CRR-NUMERO(CRR-SUBINDICE).
         MOVE HCO-FECHA TO TAB-CRR-FECHA(CRR-SUBINDICE).
         MOVE HCO-SUCURSAL TO TAB-CRR-SUCURSAL(CRR-SUBINDICE).
         MOVE HCO-TIPO-CLASE TO TAB-CRR-TIPO-CLASE(CRR-SUBINDICE).
         MOVE HCO-HORAS TO TAB-CRR-HORAS(CRR-SUBINDICE).
         MOVE HCO-ACCION TO TAB-CRR-ACCION(CRR-SUBINDICE).
         MOVE HCO-HORAS-NUEVAS TO TAB-CRR-HORAS-NUEVAS(CRR-SUBINDICE).
         MOVE HCO-SUCURSAL-NUEVA
             TO TAB-CRR-SUCURSAL-NUEVA(CRR-SUBINDICE).
         MOVE HCO-TIPO-CLASE-NUEVO
             TO TAB-CRR-TIPO-CLASE-NUEVO(CRR-SUBINDICE).
         MOVE HCO-MOTIVO TO TAB-CRR-MOTIVO(CRR-SUBINDICE).
         MOVE HCO-SOLICITANTE TO TAB-CRR-SOLICITANTE(CRR-SUBINDICE).
         MOVE HCO-PERIODO TO TAB-CRR-PERIODO(CRR-SUBINDICE).
         MOVE 'N' TO TAB-CRR-RECONOCIDA(CRR-SUBINDICE).
         MOVE 'Y' TO TAB-CRR-ESTADO(CRR-SUBINDICE).
         IF HCO-RESULTADO EQUAL 'A' AND NOT MODO-RESTART
             MOVE HCO-PERIODO TO PERIODO-CORRECCION
             PERFORM 0970-BUSCAR-PERIODO-FACTURADO
             IF NOT PERIODO-FACTURADO
                 MOVE 'X' TO TAB-CRR-ESTADO(CRR-SUBINDICE)
                 ADD 1 TO CORRECCIONES-A-APLICAR
             END-IF
         END-IF.
         ADD 1 TO CRR-SUBINDICE.
         PERFORM 0915-LEER-HIST-CORRECCION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0925-LEER-CORRECCION.
         READ CORRECCIONES AT END MOVE "SI" TO EOF-COR-SW.
         IF COR-ESTADO NOT EQUAL '00' AND NOT EOF-CORRECCIONES
             MOVE "SI" TO EOF-COR-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0930-PROCESAR-CORRECCION.
         ADD 1 TO TOTAL-CORR-LEIDAS.
         PERFORM 0940-VALIDAR-CORRECCION.
         IF MOTIVO-RECHAZO NOT EQUAL SPACES
             PERFORM 0950-RECHAZAR-CORRECCION
         ELSE
             PERFORM 0960-REGISTRAR-CORRECCION
         END-IF.
         PERFORM 0925-LEER-CORRECCION.

      *-----------------------------------------------------------*
      * Mismos controles que 0510 sobre la clave del registro a
      * corregir (la fecha pasa por 0520 con el layout de la
      * novedad), mas los propios de la accion. La reversa no
      * pasa por el calendario de licencias: sacar una clase del
      * profesor de licencia es justamente lo que se busca.
      *-----------------------------------------------------------*
        0940-VALIDAR-CORRECCION.
         MOVE SPACES TO MOTIVO-RECHAZO.
         MOVE COR-NOVEDAD TO REG-NOV-TIMES.
         PERFORM 0520-VALIDAR-FECHA.
         IF MOTIVO-RECHAZO EQUAL SPACES
             IF COR-HORAS NOT NUMERIC
                 MOVE 'HORAS NO NUMERICAS  ' TO MOTIVO-RECHAZO
             ELSE
                 IF COR-HORAS EQUAL 0 OR COR-HORAS > 12
                     MOVE 'HORAS FUERA DE RANGO' TO MOTIVO-RECHAZO
                 END-IF
             END-IF
         END-IF.
         IF MOTIVO-RECHAZO EQUAL SPACES
             MOVE COR-SUCURSAL TO SUC-SUCURSAL
             READ SUCURSALES RECORD
             IF NOT OK-SUC-LEIDA
                 MOVE 'SUCURSAL INEXISTENTE' TO MOTIVO-RECHAZO
             END-IF
         END-IF.
         IF MOTIVO-RECHAZO EQUAL SPACES
             IF COR-MOTIVO EQUAL SPACES OR
                COR-SOLICITANTE EQUAL SPACES
                 MOVE 'FALTA MOTIVO/SOLICIT' TO MOTIVO-RECHAZO
             END-IF
         END-IF.
         IF MOTIVO-RECHAZO EQUAL SPACES
             EVALUATE COR-ACCION
                 WHEN 'R'
                     CONTINUE
                 WHEN 'H'
                     PERFORM 0942-VALIDAR-HORAS-NUEVAS
                 WHEN 'M'
                     PERFORM 0944-VALIDAR-DESTINO
                 WHEN OTHER
                     MOVE 'ACCION INVALIDA     ' TO MOTIVO-RECHAZO
             END-EVALUATE
         END-IF.
         IF MOTIVO-RECHAZO EQUAL SPACES AND COR-ACCION NOT EQUAL 'R'
             MOVE COR-NUMERO TO LIC-CHECK-NUMERO
             MOVE COR-FECHA TO LIC-CHECK-FECHA
             PERFORM 0515-VERIFICAR-LICENCIA
             IF EN-LICENCIA
                 MOVE 'PROFESOR EN LICENCIA' TO MOTIVO-RECHAZO
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0942-VALIDAR-HORAS-NUEVAS.
         IF COR-HORAS-NUEVAS NOT NUMERIC
             MOVE 'HORAS NUEVAS INVALID' TO MOTIVO-RECHAZO
         ELSE
             IF COR-HORAS-NUEVAS EQUAL 0 OR COR-HORAS-NUEVAS > 12
                 MOVE 'HORAS NUEVAS INVALID' TO MOTIVO-RECHAZO
             ELSE
                 IF COR-HORAS-NUEVAS EQUAL COR-HORAS
                     MOVE 'SIN CAMBIO          ' TO MOTIVO-RECHAZO
                 END-IF
             END-IF
         END-IF.

      *-----------------------------------------------------------*
      * Sucursal y tipo nuevos: el que viene en espacios no cambia,
      * pero al menos uno tiene que cambiar.
      *-----------------------------------------------------------*
        0944-VALIDAR-DESTINO.
         IF (COR-SUCURSAL-NUEVA EQUAL SPACES OR
             COR-SUCURSAL-NUEVA EQUAL COR-SUCURSAL) AND
            (COR-TIPO-CLASE-NUEVO EQUAL SPACES OR
             COR-TIPO-CLASE-NUEVO EQUAL COR-TIPO-CLASE)
             MOVE 'SIN CAMBIO          ' TO MOTIVO-RECHAZO
         END-IF.
         IF MOTIVO-RECHAZO EQUAL SPACES AND
            COR-SUCURSAL-NUEVA NOT EQUAL SPACES
             MOVE COR-SUCURSAL-NUEVA TO SUC-SUCURSAL
             READ SUCURSALES RECORD
             IF NOT OK-SUC-LEIDA
                 MOVE 'SUC. DESTINO INEXIST' TO MOTIVO-RECHAZO
             END-IF
         END-IF.
         IF MOTIVO-RECHAZO EQUAL SPACES AND
            COR-TIPO-CLASE-NUEVO NOT EQUAL SPACES
             SET TIP-INDICE TO 1
             SEARCH TAB-TIPOS-CLASE
                 AT END
                     MOVE 'CLASE DESTINO INEXIS' TO MOTIVO-RECHAZO
                 WHEN TAB-TIP-TIP-CLASE(TIP-INDICE)
                         EQUAL COR-TIPO-CLASE-NUEVO
                     CONTINUE
             END-SEARCH
         END-IF.

      *-----------------------------------------------------------*
      * La correccion rechazada no suma a los rechazos de
      * novedades: no es un registro leido de una fuente y el
      * contraste de 2850 no la cuenta.
      *-----------------------------------------------------------*
        0950-RECHAZAR-CORRECCION.
         ADD 1 TO TOTAL-CORR-RECHAZADAS.
         MOVE 'CORRECCIONES' TO RCH-FUENTE.
         MOVE COR-NOVEDAD TO RCH-REGISTRO.
         MOVE MOTIVO-RECHAZO TO RCH-MOTIVO.
         WRITE LINEA-RECHAZOS FROM DATOS-RECHAZO.

      *-----------------------------------------------------------*
      * La transaccion se arma en la primera entrada libre de la
      * tabla, normalizada (horas nuevas en cero salvo en 'H',
      * destino en espacios salvo en 'M'), para compararla entera
      * contra lo auditado; si resulta repetida, la entrada no se
      * ocupa.
      *-----------------------------------------------------------*
        0960-REGISTRAR-CORRECCION.
         IF CRR-SUBINDICE > 2000
             DISPLAY 'TABLA-CORRECCIONES LLENA - DEMASIADAS '
             DISPLAY 'CORRECCIONES, AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE COR-NUMERO TO TAB-CRR-NUMERO(CRR-SUBINDICE).
         MOVE COR-FECHA TO TAB-CRR-FECHA(CRR-SUBINDICE).
         MOVE COR-SUCURSAL TO TAB-CRR-SUCURSAL(CRR-SUBINDICE).
         MOVE COR-TIPO-CLASE TO TAB-CRR-TIPO-CLASE(CRR-SUBINDICE).
         MOVE COR-HORAS TO TAB-CRR-HORAS(CRR-SUBINDICE).
         MOVE COR-ACCION TO TAB-CRR-ACCION(CRR-SUBINDICE).
         MOVE 0 TO TAB-CRR-HORAS-NUEVAS(CRR-SUBINDICE).
         MOVE SPACES TO TAB-CRR-SUCURSAL-NUEVA(CRR-SUBINDICE).
         MOVE SPACES TO TAB-CRR-TIPO-CLASE-NUEVO(CRR-SUBINDICE).
         IF COR-ACCION EQUAL 'H'
             MOVE COR-HORAS-NUEVAS
                 TO TAB-CRR-HORAS-NUEVAS(CRR-SUBINDICE)
         END-IF.
         IF COR-ACCION EQUAL 'M'
             MOVE COR-SUCURSAL-NUEVA
                 TO TAB-CRR-SUCURSAL-NUEVA(CRR-SUBINDICE)
             MOVE COR-TIPO-CLASE-NUEVO
                 TO TAB-CRR-TIPO-CLASE-NUEVO(CRR-SUBINDICE)
         END-IF.
         MOVE COR-MOTIVO TO TAB-CRR-MOTIVO(CRR-SUBINDICE).
         MOVE COR-SOLICITANTE TO TAB-CRR-SOLICITANTE(CRR-SUBINDICE).
         DIVIDE COR-FECHA BY 100 GIVING PERIODO-CORRECCION.
         MOVE PERIODO-CORRECCION TO TAB-CRR-PERIODO(CRR-SUBINDICE).
         MOVE "NO" TO CORRECCION-REPETIDA-SW.
         PERFORM 0965-BUSCAR-CORRECCION-REPETIDA
             VARYING CRR-INDICE FROM 1 BY 1
             UNTIL CORRECCION-REPETIDA OR
                   CRR-INDICE EQUAL CRR-SUBINDICE.
         IF CORRECCION-REPETIDA
             ADD 1 TO TOTAL-CORR-YA-APLICADAS
         ELSE
             MOVE 'N' TO TAB-CRR-RECONOCIDA(CRR-SUBINDICE)
             PERFORM 0970-BUSCAR-PERIODO-FACTURADO
             IF PERIODO-FACTURADO
                 MOVE 'F' TO TAB-CRR-ESTADO(CRR-SUBINDICE)
                 ADD 1 TO TOTAL-CORR-DERIVADAS
             ELSE
                 MOVE 'P' TO TAB-CRR-ESTADO(CRR-SUBINDICE)
                 ADD 1 TO CORRECCIONES-A-APLICAR
             END-IF
             ADD 1 TO CRR-SUBINDICE
         END-IF.

      *-----------------------------------------------------------*
      * Cada entrada auditada reconoce una sola transaccion: dos
      * correcciones identicas en el archivo pueden ser para dos
      * registros identicos.
      *-----------------------------------------------------------*
        0965-BUSCAR-CORRECCION-REPETIDA.
         IF (TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'X' OR 'Y') AND
            TAB-CRR-RECONOCIDA(CRR-INDICE) EQUAL 'N' AND
            TAB-CRR-TRANSACCION(CRR-INDICE)
                EQUAL TAB-CRR-TRANSACCION(CRR-SUBINDICE)
             MOVE 'S' TO TAB-CRR-RECONOCIDA(CRR-INDICE)
             MOVE "SI" TO CORRECCION-REPETIDA-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        0970-BUSCAR-PERIODO-FACTURADO.
         MOVE "NO" TO PERIODO-FACTURADO-SW.
         SET PFA-INDICE TO 1.
         SEARCH TAB-PERIODOS-FACT
             AT END CONTINUE
             WHEN PFA-INDICE EQUAL PFA-SUBINDICE
                 CONTINUE
             WHEN TAB-PFA-PERIODO(PFA-INDICE)
                     EQUAL PERIODO-CORRECCION
                 MOVE "SI" TO PERIODO-FACTURADO-SW
         END-SEARCH.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1000-INICIO-EMISION.
      * conciliacion de agenda: el restart omite esos registros de
      * las fuentes y sin esta pasada cada clase cumplida en una
      * corrida anterior saldria como "programada sin novedad".
      * Con correcciones pendientes Times.dat no se reabre EXTEND:
      * se regraba entero con las correcciones aplicadas (1058),
      * conciliando la agenda en la misma pasada.
                IF CORRECCIONES-A-APLICAR > 0
                    PERFORM 1058-CORREGIR-TIMES-PREVIO
                ELSE
                    PERFORM 1055-CONCILIAR-TIMES-PREVIO
                    OPEN EXTEND MAE-TIMES
                END-IF
            ELSE
                OPEN OUTPUT MAE-TIMES
            END-IF.
            PERFORM 1095-CARGAR-LIMITE UNTIL EOF-LIMITES.
            CLOSE LIMITES-HORAS.
            COMPUTE CANT-LIMITES = LIM-SUBINDICE - 1.
            OPEN INPUT PAGOS-PENDIENTES.
            PERFORM 1097-LEER-PAGO-PENDIENTE.
            PERFORM 1098-CARGAR-PAGO-PENDIENTE
                UNTIL EOF-PAGOS-PENDIENTES.
            CLOSE PAGOS-PENDIENTES.
            OPEN EXTEND RETENIDAS-TOPE.
            OPEN OUTPUT PAGO-DEDUCCIONES.
            OPEN EXTEND HISTORIAL-PAGOS.
            OPEN OUTPUT PAGO-RESUMEN.
            WRITE LINEA-PAGO-RESUMEN FROM ENCABEZADO-PAGO-RESUMEN.
            WRITE LINEA-PAGO-RESUMEN
         END-IF.
         PERFORM 1056-LEER-TIMES-PREVIO.

      *-----------------------------------------------------------*
      * Restart con correcciones: lo ya fusionado en corridas
      * anteriores pasa por 1850 camino a TimesCorregido.dat (el
      * registro anulado no se copia) y despues se copia de vuelta
      * a Times.dat, que queda abierto para agregar lo de esta
      * corrida. MAE-TIMES-ANTERIOR y MAE-TIMES son el mismo
      * archivo, por eso la copia intermedia.
      *-----------------------------------------------------------*
        1058-CORREGIR-TIMES-PREVIO.
         MOVE 'T' TO ORIGEN-CORRECCION.
         MOVE "NO" TO EOF-TIMES-ANT-SW.
         OPEN INPUT MAE-TIMES-ANTERIOR.
         OPEN OUTPUT TIMES-CORREGIDO.
         PERFORM 1056-LEER-TIMES-PREVIO.
         PERFORM 1059-CORREGIR-REGISTRO-PREVIO
             UNTIL EOF-TIMES-ANTERIOR.
         CLOSE MAE-TIMES-ANTERIOR.
         CLOSE TIMES-CORREGIDO.
         OPEN OUTPUT MAE-TIMES.
         MOVE "NO" TO EOF-TCO-SW.
         OPEN INPUT TIMES-CORREGIDO.
         PERFORM 1061-LEER-TIMES-CORREGIDO.
         PERFORM 1062-REGRABAR-REGISTRO-PREVIO
             UNTIL EOF-TIMES-CORREGIDO.
         CLOSE TIMES-CORREGIDO.
         MOVE 'F' TO ORIGEN-CORRECCION.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1059-CORREGIR-REGISTRO-PREVIO.
         IF REG-MAE-TIMES-ANTERIOR NOT EQUAL SPACES
             MOVE ANT-TIMES-NUMERO TO CRG-NUMERO
             MOVE ANT-TIMES-FECHA TO CRG-FECHA
             MOVE ANT-TIMES-SUCURSAL TO CRG-SUCURSAL
             MOVE ANT-TIMES-TIPO-CLASE TO CRG-TIPO-CLASE
             MOVE ANT-TIMES-HORAS TO CRG-HORAS
             PERFORM 1850-APLICAR-CORRECCIONES
             IF NOT REGISTRO-ANULADO
                 MOVE CRG-NUMERO TO TCO-NUMERO
                 MOVE CRG-FECHA TO TCO-FECHA
                 MOVE CRG-SUCURSAL TO TCO-SUCURSAL
                 MOVE CRG-TIPO-CLASE TO TCO-TIPO-CLASE
                 MOVE CRG-HORAS TO TCO-HORAS
                 WRITE REG-TIMES-CORREGIDO
             END-IF
         END-IF.
         PERFORM 1056-LEER-TIMES-PREVIO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1061-LEER-TIMES-CORREGIDO.
         READ TIMES-CORREGIDO AT END MOVE "SI" TO EOF-TCO-SW.
         IF TCO-ESTADO NOT EQUAL '00' AND NOT EOF-TIMES-CORREGIDO
             MOVE "SI" TO EOF-TCO-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1062-REGRABAR-REGISTRO-PREVIO.
         MOVE TCO-NUMERO TO MAE-TIMES-NUMERO.
         MOVE TCO-FECHA TO MAE-TIMES-FECHA.
         MOVE TCO-SUCURSAL TO MAE-TIMES-SUCURSAL.
         MOVE TCO-TIPO-CLASE TO MAE-TIMES-TIPO-CLASE.
         MOVE TCO-HORAS TO MAE-TIMES-HORAS.
         WRITE REG-MAE-TIMES.
         IF CANT-AGENDA > 0
             MOVE TCO-NUMERO TO CON-NUMERO
             MOVE TCO-FECHA TO CON-FECHA
             MOVE TCO-SUCURSAL TO CON-SUCURSAL
             MOVE TCO-TIPO-CLASE TO CON-TIPO-CLASE
             MOVE TCO-HORAS TO CON-HORAS
             PERFORM 1830-CONCILIAR-AGENDA
         END-IF.
         PERFORM 1061-LEER-TIMES-CORREGIDO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1090-LEER-LIMITE.
         ADD 1 TO LIM-SUBINDICE.
         PERFORM 1090-LEER-LIMITE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1097-LEER-PAGO-PENDIENTE.
         READ PAGOS-PENDIENTES AT END MOVE "SI" TO EOF-PPE-SW.
         IF PPE-ESTADO NOT EQUAL '00' AND NOT EOF-PAGOS-PENDIENTES
             MOVE "SI" TO EOF-PPE-SW
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1098-CARGAR-PAGO-PENDIENTE.
         IF PPE-SUBINDICE > 1000
             DISPLAY 'TABLA-PAGOS-PENDIENTES LLENA - '
             DISPLAY 'AUMENTAR EL OCCURS'
             STOP RUN
         END-IF.
         MOVE 'P' TO TAB-PPE-ESTADO(PPE-SUBINDICE).
         MOVE PPE-NUMERO TO TAB-PPE-NUMERO(PPE-SUBINDICE).
         MOVE PPE-PERIODO TO TAB-PPE-PERIODO(PPE-SUBINDICE).
         MOVE PPE-DNI TO TAB-PPE-DNI(PPE-SUBINDICE).
         MOVE PPE-CBU TO TAB-PPE-CBU(PPE-SUBINDICE).
         MOVE PPE-IMPORTE TO TAB-PPE-IMPORTE(PPE-SUBINDICE).
         MOVE PPE-MOTIVO TO TAB-PPE-MOTIVO(PPE-SUBINDICE).
         MOVE PPE-DESC-MOTIVO TO TAB-PPE-DESC-MOTIVO(PPE-SUBINDICE).
         MOVE PPE-FECHA-RECHAZO
             TO TAB-PPE-FECHA-RECHAZO(PPE-SUBINDICE).
         ADD 1 TO PPE-SUBINDICE.
         PERFORM 1097-LEER-PAGO-PENDIENTE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1070-LEER-DEDUCCION.
                     ADD IMPORTE-PROFESOR TO TOTAL-BRUTO-PAGOS
                     ADD TOTAL-DEDUCCIONES-PROF
                         TO TOTAL-DEDUCIDO-PAGOS
                     PERFORM 1662-GRABAR-HISTORIAL-PAGO
                 END-IF
             ELSE
                 MOVE PROF-NOMBRE TO PEX-NOMBRE
         MOVE IMPORTE-DEDUCCION TO PRD-IMPORTE.
         WRITE LINEA-PAGO-RESUMEN FROM DATOS-RESUMEN-DEDUCCION.

      *-----------------------------------------------------------*
      * Solo se historia lo que efectivamente fue al banco: el
      * profesor exceptuado no cobro y no tiene nada que certificar.
      * Los rechazos que se vuelven a girar (2890) no se
      * agregan otra vez: su pago ya quedo historiado en la corrida
      * original, con su periodo.
      *-----------------------------------------------------------*
        1662-GRABAR-HISTORIAL-PAGO.
         MOVE PROFESOR-ANTERIOR TO HPA-NUMERO.
         MOVE PERIODO-PAGO TO HPA-PERIODO.
         MOVE PROF-DNI TO HPA-DNI.
         MOVE FECHA-INICIO-CORRIDA TO HPA-FECHA-CORRIDA.
         MOVE HORA-INICIO-CORRIDA TO HPA-HORA-CORRIDA.
         MOVE 'B' TO HPA-TIPO-REG.
         MOVE SPACES TO HPA-CONCEPTO.
         MOVE 'BRUTO LIQUIDADO     ' TO HPA-DESC.
         MOVE IMPORTE-PROFESOR TO HPA-IMPORTE.
         WRITE REG-HIST-PAGO.
         PERFORM 1663-HISTORIAR-DEDUCCION
             VARYING ELE-INDICE FROM 1 BY 1
             UNTIL ELE-INDICE > CANT-ELEGIDAS.
         MOVE 'N' TO HPA-TIPO-REG.
         MOVE SPACES TO HPA-CONCEPTO.
         MOVE 'NETO GIRADO         ' TO HPA-DESC.
         MOVE NETO-PROFESOR TO HPA-IMPORTE.
         WRITE REG-HIST-PAGO.

      *-----------------------------------------------------------*
      * Mismo importe por concepto que 1657 dejo en
      * PagoDeducciones.dat.
      *-----------------------------------------------------------*
        1663-HISTORIAR-DEDUCCION.
         IF TAB-ELE-TIPO(ELE-INDICE) EQUAL 'P'
             COMPUTE IMPORTE-DEDUCCION ROUNDED =
                 IMPORTE-PROFESOR * TAB-ELE-VALOR(ELE-INDICE) / 100
         ELSE
             MOVE TAB-ELE-VALOR(ELE-INDICE) TO IMPORTE-DEDUCCION
         END-IF.
         MOVE 'D' TO HPA-TIPO-REG.
         MOVE TAB-ELE-CONCEPTO(ELE-INDICE) TO HPA-CONCEPTO.
         MOVE TAB-ELE-DESC(ELE-INDICE) TO HPA-DESC.
         MOVE IMPORTE-DEDUCCION TO HPA-IMPORTE.
         WRITE REG-HIST-PAGO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        1660-EXCEPCION-PAGO.
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
         1800-PROCESAR-DETALLE.
          MOVE ORD-NUMERO TO NAC-NUMERO.
          MOVE ORD-FECHA TO NAC-FECHA.
          MOVE ORD-SUCURSAL TO NAC-SUCURSAL.
          MOVE ORD-TIPO-CLASE TO NAC-TIPO-CLASE.
          MOVE ORD-HORAS TO NAC-HORAS.
          MOVE 0 TO ACUSE-HORAS-FUSIONADAS.
          MOVE 0 TO ACUSE-HORAS-RETENIDAS.
          MOVE SPACES TO ACUSE-DETALLE.
          IF HAY-DETALLE-ANTERIOR AND
             ORD-NUMERO EQUAL DET-ANT-NUMERO AND
             ORD-FECHA EQUAL DET-ANT-FECHA AND
              PERFORM 1805-REGISTRAR-DUPLICADO
              PERFORM 1500-LEER-ORDENADO
          ELSE
              PERFORM 1845-CORREGIR-DETALLE
              IF REGISTRO-ANULADO
                  MOVE 'ANULADO' TO ACUSE-RESULTADO
                  MOVE 'ANULADO POR CORRECCION' TO ACUSE-DETALLE
                  PERFORM 1870-ANOTAR-ACUSE-DETALLE
                  PERFORM 1824-ACTUALIZAR-DETALLE-ANTERIOR
                  PERFORM 1500-LEER-ORDENADO
              ELSE
                  PERFORM 1808-FUSIONAR-DETALLE
              END-IF
          END-IF.

      *-----------------------------------------------------------*
          MOVE ORD-FUENTE TO DUP-FUENTE-RETENIDA.
          WRITE LINEA-DUPLICADOS FROM DATOS-DUPLICADO.
          PERFORM 1806-ANOTAR-DUP-PENDIENTE.
      * En el acuse queda pendiente de confirmacion, con la fuente
      * por la que el mismo registro ya se fusiono.
          MOVE 'DUPLICADO' TO ACUSE-RESULTADO.
          MOVE DET-ANT-FUENTE TO ACUSE-DETALLE.
          PERFORM 1870-ANOTAR-ACUSE-DETALLE.

      *-----------------------------------------------------------*
      * El duplicado retenido queda ademas como pendiente de
      * horas recortadas si hizo falta, y el excedente se retiene
      * fuera de Times.dat para que lo libere un supervisor.
      * DETALLE-ANTERIOR se actualiza tambien cuando el registro
      * se retiene entero, y siempre con las horas originales (las
      * que guardo 1845 antes de corregir y de recortar): si
      * no, el mismo registro reenviado por otra fuente no
      * igualaria las horas en 1800, esquivaria la retencion de
      * duplicados y caeria al tope como horas de mas, que una
      * liberacion del supervisor pagaria dos veces.
          IF CLASE-NO-ENCONTRADA
              PERFORM 1815-SUSPENDER-REGISTRO
              MOVE 'SUSPENDIDO' TO ACUSE-RESULTADO
              MOVE 'TIPO DE CLASE INEXISTENTE' TO ACUSE-DETALLE
              PERFORM 1870-ANOTAR-ACUSE-DETALLE
          ELSE
              PERFORM 1812-CONTROLAR-TOPE
              MOVE HORAS-PERMITIDAS TO ACUSE-HORAS-FUSIONADAS
              MOVE HORAS-EXCEDENTES TO ACUSE-HORAS-RETENIDAS
              MOVE 'FUSIONADO' TO ACUSE-RESULTADO
              IF HORAS-EXCEDENTES > 0
                  PERFORM 1817-RETENER-EXCEDENTE
                  MOVE 'EXCEDE TOPE MENSUAL' TO ACUSE-DETALLE
                  IF HORAS-PERMITIDAS > 0
                      MOVE 'FUSION PARC.' TO ACUSE-RESULTADO
                  ELSE
                      MOVE 'RETEN. TOPE' TO ACUSE-RESULTADO
                  END-IF
              END-IF
              PERFORM 1870-ANOTAR-ACUSE-DETALLE
              IF HORAS-PERMITIDAS > 0
                  MOVE HORAS-PERMITIDAS TO ORD-HORAS
                  PERFORM 1818-EMITIR-DETALLE
              PERFORM 1830-CONCILIAR-AGENDA
          END-IF.

      *-----------------------------------------------------------*
      * Resultado del registro en la fusion, para el acuse de su
      * fuente. Lo que reingresa sin numero de registro (suspenso
      * refusionado, duplicado aceptado) no es un registro de la
      * fuente leido en esta corrida y no se acusa.
      *-----------------------------------------------------------*
         1870-ANOTAR-ACUSE-DETALLE.
          IF ORD-NRO-REGISTRO > 0
              MOVE ORD-FUENTE TO ACT-FUENTE
              MOVE ORD-NRO-REGISTRO TO ACT-NRO-REGISTRO
              MOVE NOVEDAD-ACUSE TO ACT-REGISTRO
              MOVE ACUSE-RESULTADO TO ACT-RESULTADO
              MOVE ACUSE-HORAS-FUSIONADAS TO ACT-HORAS-FUSIONADAS
              MOVE ACUSE-HORAS-RETENIDAS TO ACT-HORAS-RETENIDAS
              MOVE ORD-PROF-ORFANO TO ACT-PROF-ORFANO
              MOVE ACUSE-DETALLE TO ACT-DETALLE
              WRITE REG-ACUSE-TRABAJO
          END-IF.

      *-----------------------------------------------------------*
      * Deja en DETALLE-ANTERIOR el registro recien procesado por
      * el tope (fusionado entero, recortado o retenido entero) o
      * anulado por una correccion, con la sucursal, el tipo y las
      * horas ORIGINALES de la fuente: contra eso compara 1800 el
      * posible reenvio por otra fuente, que llega con esos mismos
      * datos sin recortar ni corregir.
      *-----------------------------------------------------------*
         1824-ACTUALIZAR-DETALLE-ANTERIOR.
          MOVE ORD-NUMERO TO DET-ANT-NUMERO.
          MOVE ORD-FECHA TO DET-ANT-FECHA.
          MOVE SUCURSAL-ORIGINAL TO DET-ANT-SUCURSAL.
          MOVE TIPO-CLASE-ORIGINAL TO DET-ANT-TIPO-CLASE.
          MOVE HORAS-ORIGINALES TO DET-ANT-HORAS.
          MOVE ORD-FUENTE TO DET-ANT-FUENTE.
          MOVE "SI" TO HAY-DETALLE-ANTERIOR-SW.

      *-----------------------------------------------------------*
      * Guarda el registro como llego de la fuente y le aplica las
      * correcciones pendientes antes de que pase por la clase, el
      * tope y la emision. El efecto sobre las horas se acumula
      * para el contraste de 2850.
      *-----------------------------------------------------------*
         1845-CORREGIR-DETALLE.
          MOVE ORD-HORAS TO HORAS-ORIGINALES.
          MOVE ORD-SUCURSAL TO SUCURSAL-ORIGINAL.
          MOVE ORD-TIPO-CLASE TO TIPO-CLASE-ORIGINAL.
          MOVE "NO" TO REGISTRO-ANULADO-SW.
          IF CORRECCIONES-A-APLICAR > 0
              MOVE ORD-NUMERO TO CRG-NUMERO
              MOVE ORD-FECHA TO CRG-FECHA
              MOVE ORD-SUCURSAL TO CRG-SUCURSAL
              MOVE ORD-TIPO-CLASE TO CRG-TIPO-CLASE
              MOVE ORD-HORAS TO CRG-HORAS
              PERFORM 1850-APLICAR-CORRECCIONES
              MOVE CRG-SUCURSAL TO ORD-SUCURSAL
              MOVE CRG-TIPO-CLASE TO ORD-TIPO-CLASE
              MOVE CRG-HORAS TO ORD-HORAS
              IF REGISTRO-ANULADO
                  ADD 1 TO TOTAL-REGISTROS-ANULADOS
                  ADD HORAS-ORIGINALES TO TOTAL-HORAS-ANULADAS
              ELSE
                  IF ORD-HORAS > HORAS-ORIGINALES
                      COMPUTE TOTAL-HORAS-CORR-AGREGADAS =
                          TOTAL-HORAS-CORR-AGREGADAS +
                          ORD-HORAS - HORAS-ORIGINALES
                  END-IF
                  IF ORD-HORAS < HORAS-ORIGINALES
                      COMPUTE TOTAL-HORAS-CORR-QUITADAS =
                          TOTAL-HORAS-CORR-QUITADAS +
                          HORAS-ORIGINALES - ORD-HORAS
                  END-IF
              END-IF
          END-IF.

      *-----------------------------------------------------------*
      * Aplica sobre CORRIGE-REGISTRO toda correccion pendiente
      * con la misma clave y horas. Se vuelve a buscar despues de
      * cada una: una segunda correccion puede venir sobre el
      * registro ya corregido (por ejemplo, mover y despues
      * cambiar las horas en la sucursal nueva). La entrada
      * aplicada cambia de estado, asi que no se aplica dos veces.
      *-----------------------------------------------------------*
         1850-APLICAR-CORRECCIONES.
          MOVE "NO" TO REGISTRO-ANULADO-SW.
          MOVE "SI" TO CORRECCION-HALLADA-SW.
          PERFORM 1855-BUSCAR-CORRECCION
              UNTIL NOT CORRECCION-HALLADA OR REGISTRO-ANULADO.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
         1855-BUSCAR-CORRECCION.
          MOVE "NO" TO CORRECCION-HALLADA-SW.
          SET CRR-INDICE TO 1.
          SEARCH TAB-CORRECCIONES
              AT END CONTINUE
              WHEN CRR-INDICE EQUAL CRR-SUBINDICE
                  CONTINUE
              WHEN (TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'P' OR 'X') AND
                   TAB-CRR-NUMERO(CRR-INDICE) EQUAL CRG-NUMERO AND
                   TAB-CRR-FECHA(CRR-INDICE) EQUAL CRG-FECHA AND
                   TAB-CRR-SUCURSAL(CRR-INDICE) EQUAL CRG-SUCURSAL AND
                   TAB-CRR-TIPO-CLASE(CRR-INDICE)
                       EQUAL CRG-TIPO-CLASE AND
                   TAB-CRR-HORAS(CRR-INDICE) EQUAL CRG-HORAS
                  MOVE "SI" TO CORRECCION-HALLADA-SW
                  PERFORM 1860-EJECUTAR-CORRECCION
          END-SEARCH.

      *-----------------------------------------------------------*
      * La nueva ('P') queda 'A' para auditarla al final; la
      * reaplicada ('X') ya esta auditada y queda 'Z'.
      *-----------------------------------------------------------*
         1860-EJECUTAR-CORRECCION.
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
          IF TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'P'
              MOVE 'A' TO TAB-CRR-ESTADO(CRR-INDICE)
              IF ORIGEN-CORRECCION EQUAL 'T'
                  ADD 1 TO TOTAL-CORR-APLICADAS-ANTERIOR
              ELSE
                  ADD 1 TO TOTAL-CORR-APLICADAS-FUSION
              END-IF
          ELSE
              MOVE 'Z' TO TAB-CRR-ESTADO(CRR-INDICE)
              ADD 1 TO TOTAL-CORR-REAPLICADAS
          END-IF.
          SUBTRACT 1 FROM CORRECCIONES-A-APLICAR.

      *-----------------------------------------------------------*
      * Cruce contra la agenda del registro que dejo el que llama
      * en CONCILIA-REGISTRO (el detalle recien fusionado desde
          MOVE TOTAL-REGISTROS-TOPADOS TO CTL-COMP-REGISTROS.
          MOVE TOTAL-HORAS-TOPADAS TO CTL-COMP-HORAS.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-CONTROL-COMPARACION.
      * Las correcciones aplicadas sobre lo que entrego el SORT: el
      * anulado se resta entero, el cambio de horas por la
      * diferencia (lo quitado se resta, lo agregado se suma).
          MOVE 'TOTAL ANULADO POR CORRECCION:' TO CTL-ETIQUETA.
          MOVE TOTAL-REGISTROS-ANULADOS TO CTL-COMP-REGISTROS.
          MOVE TOTAL-HORAS-ANULADAS TO CTL-COMP-HORAS.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-CONTROL-COMPARACION.
          MOVE 'HORAS QUITADAS P/CORRECCION:' TO CTL-ETIQUETA.
          MOVE 0 TO CTL-COMP-REGISTROS.
          MOVE TOTAL-HORAS-CORR-QUITADAS TO CTL-COMP-HORAS.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-CONTROL-COMPARACION.
          MOVE 'HORAS AGREGADAS P/CORRECCION:' TO CTL-ETIQUETA.
          MOVE 0 TO CTL-COMP-REGISTROS.
          MOVE TOTAL-HORAS-CORR-AGREGADAS TO CTL-COMP-HORAS.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-CONTROL-COMPARACION.
          SUBTRACT TOTAL-REGISTROS-OMITIDOS TOTAL-REGISTROS-RECHAZADOS
              TOTAL-REGISTROS-DUPLICADOS TOTAL-REGISTROS-SUSPENDIDOS
              TOTAL-REGISTROS-TOPADOS TOTAL-REGISTROS-ANULADOS
              FROM TOTAL-REGISTROS-LEIDOS
              GIVING TOTAL-REGISTROS-A-CONTRASTAR.
          SUBTRACT TOTAL-HORAS-OMITIDAS TOTAL-HORAS-RECHAZADAS
              TOTAL-HORAS-DUPLICADAS TOTAL-HORAS-SUSPENDIDAS
              TOTAL-HORAS-TOPADAS TOTAL-HORAS-ANULADAS
              TOTAL-HORAS-CORR-QUITADAS
              FROM TOTAL-HORAS-LEIDAS
              GIVING TOTAL-HORAS-A-CONTRASTAR.
          ADD TOTAL-HORAS-CORR-AGREGADAS TO TOTAL-HORAS-A-CONTRASTAR.
          MOVE 'TOTAL A CONTRASTAR C/ESCRITO:' TO CTL-ETIQUETA.
          MOVE TOTAL-REGISTROS-A-CONTRASTAR TO CTL-COMP-REGISTROS.
          MOVE TOTAL-HORAS-A-CONTRASTAR TO CTL-COMP-HORAS.
          MOVE TOTAL-REGISTROS-ESCRITOS TO CTL-COMP-REGISTROS.
          MOVE HORAS-TOTALES TO CTL-COMP-HORAS.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-CONTROL-COMPARACION.
          PERFORM 2855-EMITIR-CONTROL-CORRECCIONES.

      *-----------------------------------------------------------*
      * Seccion aparte para las correcciones, que no son registros
      * leidos de una fuente: primero el detalle de las que
      * quedaron sin aplicar (la pendiente que no encontro su
      * registro se reintenta en la proxima corrida, porque no se
      * audita) y de las derivadas a refacturacion, despues los
      * totales.
      *-----------------------------------------------------------*
         2855-EMITIR-CONTROL-CORRECCIONES.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-EN-BLANCO.
          WRITE LINEA-CONTROL-TOTALES FROM ENCABEZADO-CONTROL-CORR.
          PERFORM 2857-EMITIR-CORRECCION-PEND
              VARYING CRR-INDICE FROM 1 BY 1
              UNTIL CRR-INDICE EQUAL CRR-SUBINDICE.
          MOVE 'LEIDAS DE CORRECCIONES.DAT:       ' TO CCO-ETIQUETA.
          MOVE TOTAL-CORR-LEIDAS TO CCO-CANTIDAD.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-TOTAL-CORR.
          MOVE 'RECHAZADAS (VER RECHAZOSNOV.DAT):  ' TO CCO-ETIQUETA.
          MOVE TOTAL-CORR-RECHAZADAS TO CCO-CANTIDAD.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-TOTAL-CORR.
          MOVE 'YA APLICADAS EN CORRIDA ANTERIOR:  ' TO CCO-ETIQUETA.
          MOVE TOTAL-CORR-YA-APLICADAS TO CCO-CANTIDAD.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-TOTAL-CORR.
          MOVE 'DERIVADAS A REFACTURACION:         ' TO CCO-ETIQUETA.
          MOVE TOTAL-CORR-DERIVADAS TO CCO-CANTIDAD.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-TOTAL-CORR.
          MOVE 'APLICADAS EN LA FUSION:            ' TO CCO-ETIQUETA.
          MOVE TOTAL-CORR-APLICADAS-FUSION TO CCO-CANTIDAD.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-TOTAL-CORR.
          MOVE 'APLICADAS SOBRE TIMES.DAT ANTERIOR:' TO CCO-ETIQUETA.
          MOVE TOTAL-CORR-APLICADAS-ANTERIOR TO CCO-CANTIDAD.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-TOTAL-CORR.
          MOVE 'REAPLICADAS EN CORRIDA COMPLETA:   ' TO CCO-ETIQUETA.
          MOVE TOTAL-CORR-REAPLICADAS TO CCO-CANTIDAD.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-TOTAL-CORR.
          MOVE 'NO ENCONTRADAS (QUEDAN PENDIENTES):' TO CCO-ETIQUETA.
          MOVE TOTAL-CORR-NO-ENCONTRADAS TO CCO-CANTIDAD.
          WRITE LINEA-CONTROL-TOTALES FROM LINEA-TOTAL-CORR.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
         2857-EMITIR-CORRECCION-PEND.
          IF TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'P' OR
             TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'F'
              IF TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'P'
                  ADD 1 TO TOTAL-CORR-NO-ENCONTRADAS
                  MOVE 'NO ENCONTRADA:  ' TO CCP-RESULTADO
              ELSE
                  MOVE 'A REFACTURAR:   ' TO CCP-RESULTADO
              END-IF
              MOVE TAB-CRR-NUMERO(CRR-INDICE) TO CCP-NUMERO
              MOVE TAB-CRR-FECHA(CRR-INDICE) TO CCP-FECHA
              MOVE TAB-CRR-SUCURSAL(CRR-INDICE) TO CCP-SUCURSAL
              MOVE TAB-CRR-TIPO-CLASE(CRR-INDICE) TO CCP-TIPO-CLASE
              MOVE TAB-CRR-HORAS(CRR-INDICE) TO CCP-HORAS
              MOVE TAB-CRR-ACCION(CRR-INDICE) TO CCP-ACCION
              MOVE TAB-CRR-MOTIVO(CRR-INDICE) TO CCP-MOTIVO
              MOVE TAB-CRR-SOLICITANTE(CRR-INDICE) TO CCP-SOLICITANTE
              WRITE LINEA-CONTROL-TOTALES FROM DATOS-CONTROL-CORR
          END-IF.

      *-----------------------------------------------------------*
      * Auditoria de las correcciones de esta corrida: la aplicada
      * sobre Times.dat ('A') y la derivada a refacturacion ('F'),
      * con el periodo del registro y la fecha y hora de la
      * corrida. Lo reaplicado ya estaba auditado.
      *-----------------------------------------------------------*
         2865-GRABAR-HIST-CORRECCIONES.
          OPEN EXTEND HIST-CORRECCIONES.
          PERFORM 2866-GRABAR-HIST-CORRECCION
              VARYING CRR-INDICE FROM 1 BY 1
              UNTIL CRR-INDICE EQUAL CRR-SUBINDICE.
          CLOSE HIST-CORRECCIONES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
         2866-GRABAR-HIST-CORRECCION.
          IF TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'A' OR
             TAB-CRR-ESTADO(CRR-INDICE) EQUAL 'F'
              MOVE TAB-CRR-NUMERO(CRR-INDICE) TO HCO-NUMERO
              MOVE TAB-CRR-FECHA(CRR-INDICE) TO HCO-FECHA
              MOVE TAB-CRR-SUCURSAL(CRR-INDICE) TO HCO-SUCURSAL
              MOVE TAB-CRR-TIPO-CLASE(CRR-INDICE) TO HCO-TIPO-CLASE
              MOVE TAB-CRR-HORAS(CRR-INDICE) TO HCO-HORAS
              MOVE TAB-CRR-ACCION(CRR-INDICE) TO HCO-ACCION
              MOVE TAB-CRR-HORAS-NUEVAS(CRR-INDICE)
                  TO HCO-HORAS-NUEVAS
              MOVE TAB-CRR-SUCURSAL-NUEVA(CRR-INDICE)
                  TO HCO-SUCURSAL-NUEVA
              MOVE TAB-CRR-TIPO-CLASE-NUEVO(CRR-INDICE)
                  TO HCO-TIPO-CLASE-NUEVO
              MOVE TAB-CRR-MOTIVO(CRR-INDICE) TO HCO-MOTIVO
              MOVE TAB-CRR-SOLICITANTE(CRR-INDICE) TO HCO-SOLICITANTE
              MOVE TAB-CRR-ESTADO(CRR-INDICE) TO HCO-RESULTADO
              MOVE TAB-CRR-PERIODO(CRR-INDICE) TO HCO-PERIODO
              MOVE FECHA-INICIO-CORRIDA TO HCO-FECHA-CORRIDA
              MOVE HORA-INICIO-CORRIDA TO HCO-HORA-CORRIDA
              WRITE REG-HIST-CORRECCION
          END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
            PERFORM 2875-REGRABAR-SUSPENSO.
            PERFORM 2885-REGRABAR-DUP-PEND.
            PERFORM 2877-EMITIR-REPORTE-TOPES.
            PERFORM 2865-GRABAR-HIST-CORRECCIONES.
            CLOSE RETENIDAS-TOPE.
            PERFORM 2890-REGIRAR-PAGO-RECHAZADO
                VARYING PPE-INDICE FROM 1 BY 1
                UNTIL PPE-INDICE EQUAL PPE-SUBINDICE.
            PERFORM 2895-REGRABAR-PAGOS-PENDIENTES.
            MOVE TOTAL-PAGOS-EMITIDOS TO PAG-CTL-CANTIDAD.
            MOVE HASH-IMPORTES-PAGO TO PAG-CTL-HASH.
            WRITE LINEA-PAGO-BANCO FROM REGISTRO-PAGO-CONTROL.
            MOVE 'TOTAL DEDUCIDO:               ' TO PRT-ETIQUETA.
            MOVE TOTAL-DEDUCIDO-PAGOS TO PRT-IMPORTE.
            WRITE LINEA-PAGO-RESUMEN FROM LINEA-TOTAL-RESUMEN-PAGO.
            MOVE 'RECHAZOS BANCO REGIRADOS:     ' TO PRT-ETIQUETA.
            MOVE TOTAL-IMPORTE-REGIRADO TO PRT-IMPORTE.
            WRITE LINEA-PAGO-RESUMEN FROM LINEA-TOTAL-RESUMEN-PAGO.
            MOVE 'TOTAL NETO GIRADO (HASH):     ' TO PRT-ETIQUETA.
            MOVE HASH-IMPORTES-PAGO TO PRT-IMPORTE.
            WRITE LINEA-PAGO-RESUMEN FROM LINEA-TOTAL-RESUMEN-PAGO.
            CLOSE PAGO-RESUMEN.
            CLOSE PAGO-DEDUCCIONES.
            CLOSE HISTORIAL-PAGOS.
            CLOSE PAGO-BANCO.
            CLOSE PAGO-EXCEPCIONES.
            CLOSE DUPLICADOS.
            CLOSE RESUMEN-TIPOS.
            CLOSE CONTROL-TOTALES.
            CLOSE DIRECTORIO.
            CLOSE ACUSES-TRABAJO.

      *-----------------------------------------------------------*
      * Reporte de reconciliacion en dos secciones por sucursal:
             WRITE LINEA-DUP-AGING FROM DATOS-DUP-AGING
         END-IF.

      *-----------------------------------------------------------*
      * Pago rechazado por el banco en una corrida anterior: se
      * vuelve a girar el mismo neto, con su periodo original,
      * solo si el maestro ya no tiene el CBU y DNI que rebotaron
      * (MANTREF los corrigio). El que sigue igual sale por el
      * listado de excepciones de pago y queda pendiente.
      *-----------------------------------------------------------*
        2890-REGIRAR-PAGO-RECHAZADO.
         MOVE TAB-PPE-NUMERO(PPE-INDICE) TO PROF-NUMERO.
         READ PROFESORES RECORD.
         IF OK-PROF-LEIDO AND PROF-CBU NUMERIC AND
            (PROF-CBU NOT EQUAL TAB-PPE-CBU(PPE-INDICE) OR
             PROF-DNI NOT EQUAL TAB-PPE-DNI(PPE-INDICE))
             MOVE TAB-PPE-NUMERO(PPE-INDICE) TO PAG-NUMERO
             MOVE PROF-DNI TO PAG-DNI
             MOVE PROF-CBU TO PAG-CBU
             MOVE TAB-PPE-PERIODO(PPE-INDICE) TO PAG-PERIODO
             MOVE TAB-PPE-IMPORTE(PPE-INDICE) TO PAG-IMPORTE
             WRITE LINEA-PAGO-BANCO FROM REGISTRO-PAGO-DETALLE
             ADD 1 TO TOTAL-PAGOS-EMITIDOS
             ADD TAB-PPE-IMPORTE(PPE-INDICE) TO HASH-IMPORTES-PAGO
             ADD 1 TO TOTAL-PAGOS-REGIRADOS
             ADD TAB-PPE-IMPORTE(PPE-INDICE) TO TOTAL-IMPORTE-REGIRADO
             MOVE 'G' TO TAB-PPE-ESTADO(PPE-INDICE)
         ELSE
             ADD 1 TO TOTAL-EXCEPCIONES-PAGO
             MOVE TAB-PPE-NUMERO(PPE-INDICE) TO PEX-NUMERO
             IF OK-PROF-LEIDO
                 MOVE PROF-NOMBRE TO PEX-NOMBRE
             ELSE
                 MOVE SPACES TO PEX-NOMBRE
             END-IF
             MOVE TAB-PPE-IMPORTE(PPE-INDICE) TO PEX-IMPORTE
             MOVE 'RECHAZO BANCO PEND. ' TO PEX-MOTIVO
             WRITE LINEA-PAGO-EXCEPCIONES FROM DATOS-PAGO-EXCEPCION
         END-IF.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2895-REGRABAR-PAGOS-PENDIENTES.
         OPEN OUTPUT PAGOS-PENDIENTES.
         PERFORM 2896-GRABAR-PAGO-PENDIENTE
             VARYING PPE-INDICE FROM 1 BY 1
             UNTIL PPE-INDICE EQUAL PPE-SUBINDICE.
         CLOSE PAGOS-PENDIENTES.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        2896-GRABAR-PAGO-PENDIENTE.
         IF TAB-PPE-ESTADO(PPE-INDICE) EQUAL 'P'
             MOVE TAB-PPE-NUMERO(PPE-INDICE) TO PPE-NUMERO
             MOVE TAB-PPE-PERIODO(PPE-INDICE) TO PPE-PERIODO
             MOVE TAB-PPE-DNI(PPE-INDICE) TO PPE-DNI
             MOVE TAB-PPE-CBU(PPE-INDICE) TO PPE-CBU
             MOVE TAB-PPE-IMPORTE(PPE-INDICE) TO PPE-IMPORTE
             MOVE TAB-PPE-MOTIVO(PPE-INDICE) TO PPE-MOTIVO
             MOVE TAB-PPE-DESC-MOTIVO(PPE-INDICE)
                 TO PPE-DESC-MOTIVO
             MOVE TAB-PPE-FECHA-RECHAZO(PPE-INDICE)
                 TO PPE-FECHA-RECHAZO
             WRITE REG-PAGO-PENDIENTE
         END-IF.

      *-----------------------------------------------------------*
      * Reporte de horas retenidas por tope, por profesor y por
      * sucursal, para que el supervisor decida que libera: lo
      *-----------------------------------------------------------*
      * Registro de corrida y codigo de retorno: 'I'/0 corrida
      * limpia, 'W'/4 con advertencias (huerfanos, rechazos,
      * duplicados, excepciones de clase o de pago, correcciones
      * rechazadas o sin registro), 'E'/8 sin un
      * solo registro de novedades leido. El planificador corta por
      * el codigo; el detalle queda en los reportes de siempre.
      *-----------------------------------------------------------*
            TOTAL-EXCEPCIONES-CLASE > 0 OR
            TOTAL-EXCEPCIONES-PAGO > 0 OR
            TOTAL-HORAS-TOPADAS > 0 OR
            TOTAL-FUENTES-SIN-INTAKE > 0 OR
            TOTAL-CORR-RECHAZADAS > 0 OR
            TOTAL-CORR-NO-ENCONTRADAS > 0
             MOVE 'W' TO SEVERIDAD-CORRIDA
         END-IF.
      * Una corrida que solo trae correcciones no es un error.
         IF TOTAL-REGISTROS-LEIDOS EQUAL 0 AND
            TOTAL-CORR-LEIDAS EQUAL 0
             MOVE 'E' TO SEVERIDAD-CORRIDA
         END-IF.
         OPEN EXTEND RUN-CONTROL.
             WHEN OTHER
                 MOVE 0 TO RETURN-CODE
         END-EVALUATE.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        3100-LEER-ACUSE.
         RETURN ARCHIVO-ACUSES-ORDENADO
             AT END MOVE "SI" TO EOF-ACO-SW.

      *-----------------------------------------------------------*
      * Corte por fuente: el acuse se graba entero en cada corrida.
      * En modo restart lo ya fusionado antes conserva el renglon
      * del acuse anterior (0360) y solo lo que ese acuse no traia
      * figura como YA PROCESADO, asi que el archivo sigue
      * cubriendo toda la fuente.
      *-----------------------------------------------------------*
        3200-EMITIR-ACUSE-FUENTE.
         MOVE ACO-FUENTE TO ACUSE-FUENTE-ACTUAL.
         MOVE SPACES TO ACUSE-FILENAME.
         STRING ACO-FUENTE DELIMITED BY SPACE
                '.ack' DELIMITED BY SIZE
                INTO ACUSE-FILENAME.
         OPEN OUTPUT ACUSE-FUENTE.
         MOVE ACO-FUENTE TO ACU-ENC-FUENTE.
         MOVE 'TP      ' TO ACU-ENC-PROGRAMA.
         MOVE FECHA-INICIO-CORRIDA TO ACU-ENC-FECHA.
         MOVE HORA-INICIO-CORRIDA TO ACU-ENC-HORA.
         MOVE SPACES TO ACU-ENC-DETALLE.
         WRITE LINEA-ACUSE FROM ENCABEZADO-ACUSE.
         PERFORM 3250-LIMPIAR-TOTAL-ACUSE
             VARYING TAC-INDICE FROM 1 BY 1
             UNTIL TAC-INDICE > 9.
         PERFORM 3300-EMITIR-DETALLE-ACUSE
             UNTIL EOF-ACUSES OR
                   ACO-FUENTE NOT EQUAL ACUSE-FUENTE-ACTUAL.
         PERFORM 3400-EMITIR-TRAILER-ACUSE
             VARYING TAC-INDICE FROM 1 BY 1
             UNTIL TAC-INDICE > 9.
         CLOSE ACUSE-FUENTE.
         ADD 1 TO TOTAL-ACUSES-EMITIDOS.

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        3250-LIMPIAR-TOTAL-ACUSE.
         MOVE 0 TO TAB-TAC-CANTIDAD(TAC-INDICE).
         MOVE 0 TO TAB-TAC-HORAS-INFORMADAS(TAC-INDICE).
         MOVE 0 TO TAB-TAC-HORAS-FUSIONADAS(TAC-INDICE).
         MOVE 0 TO TAB-TAC-HORAS-RETENIDAS(TAC-INDICE).

      *-----------------------------------------------------------*
      * El renglon con numero de registro cero es solo la marca de
      * fuente leida (0350) y no se imprime.
      *-----------------------------------------------------------*
        3300-EMITIR-DETALLE-ACUSE.
         IF ACO-NRO-REGISTRO > 0
             MOVE ACO-NRO-REGISTRO TO ACU-NRO-REGISTRO
             MOVE ACO-REGISTRO TO ACU-REGISTRO
             MOVE ACO-RESULTADO TO ACU-RESULTADO
             MOVE ACO-HORAS-FUSIONADAS TO ACU-HORAS-FUSIONADAS
             MOVE ACO-HORAS-RETENIDAS TO ACU-HORAS-RETENIDAS
             MOVE ACO-PROF-ORFANO TO ACU-PROF-ORFANO
             MOVE ACO-DETALLE TO ACU-DETALLE
             WRITE LINEA-ACUSE FROM DATOS-ACUSE
             SET TAC-INDICE TO 9
             SET RES-INDICE TO 1
             SEARCH TAB-RESULTADO-ACUSE
                 AT END CONTINUE
                 WHEN TAB-RES-RESULTADO(RES-INDICE) EQUAL ACO-RESULTADO
                     SET TAC-INDICE TO RES-INDICE
             END-SEARCH
             IF TAC-INDICE NOT EQUAL 9
                 PERFORM 3350-ACUMULAR-TOTAL-ACUSE
                 SET TAC-INDICE TO 9
             END-IF
             PERFORM 3350-ACUMULAR-TOTAL-ACUSE
         END-IF.
         PERFORM 3100-LEER-ACUSE.

      *-----------------------------------------------------------*
      * Horas informadas no numericas (registro rechazado) valen 0,
      * el mismo criterio que el contraste de 2850.
      *-----------------------------------------------------------*
        3350-ACUMULAR-TOTAL-ACUSE.
         ADD 1 TO TAB-TAC-CANTIDAD(TAC-INDICE).
         IF ACO-HORAS NUMERIC
             ADD ACO-HORAS TO TAB-TAC-HORAS-INFORMADAS(TAC-INDICE)
         END-IF.
         ADD ACO-HORAS-FUSIONADAS
             TO TAB-TAC-HORAS-FUSIONADAS(TAC-INDICE).
         ADD ACO-HORAS-RETENIDAS
             TO TAB-TAC-HORAS-RETENIDAS(TAC-INDICE).

      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
        3400-EMITIR-TRAILER-ACUSE.
         IF TAC-INDICE EQUAL 9
             MOVE 'TOTAL' TO ACU-TRL-RESULTADO
         ELSE
             SET RES-INDICE TO TAC-INDICE
             MOVE TAB-RES-RESULTADO(RES-INDICE) TO ACU-TRL-RESULTADO
         END-IF.
         MOVE TAB-TAC-CANTIDAD(TAC-INDICE) TO ACU-TRL-CANTIDAD.
         MOVE TAB-TAC-HORAS-INFORMADAS(TAC-INDICE)
             TO ACU-TRL-HORAS-INFORMADAS.
         MOVE TAB-TAC-HORAS-FUSIONADAS(TAC-INDICE)
             TO ACU-TRL-HORAS-FUSIONADAS.
         MOVE TAB-TAC-HORAS-RETENIDAS(TAC-INDICE)
             TO ACU-TRL-HORAS-RETENIDAS.
         WRITE LINEA-ACUSE FROM TRAILER-ACUSE.
