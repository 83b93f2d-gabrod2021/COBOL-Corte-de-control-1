      *                    medianoche) se considera de una corrida
      *                    muerta y se reemplaza. Toma y liberacion
      *                    quedan en la bitacora CL11EJ01.LOG.
      *   15/10/2026 GR - Maestro de categorias CATEGOR.DAT
      *                    (mantenido por CL11CT01): la validacion
      *                    rechaza a EXCEPCIO.TXT las ventas con una
      *                    categoria inexistente en el maestro o dada
      *                    de baja, en lugar de abrir una fila nueva
      *                    en el historico diario por un error de
      *                    tipeo. Sin el maestro no se procesa ningun
      *                    archivo, igual que sin MAESTRO.DAT.
      *   15/10/2026 GR - Sucursal del vendedor a la fecha de la venta
      *                    (MAESUC.DAT, mantenido por CL11MA01): la
      *                    venta de un vendedor asignado a otra
      *                    sucursal que la de la cabecera H se
      *                    rechaza a EXCEPCIO.TXT, o con
      *                    CL11EJ01_VENDEDOR_AJENO=MARCA solo se marca
      *                    y se acepta. En ambos casos queda en
      *                    VENTCRUZ.DAT para el listado de ventas
      *                    cruzadas CL11VC01. Los archivos sin
      *                    cabecera, los de REPROCESO y los vendedores
      *                    sin asignacion a la fecha no se controlan.
      *   15/10/2026 GR - Huella de cada movimiento aplicado en
      *                    HUELLAS.DAT (empleado, fecha, categoria,
      *                    importe, tipo y sucursal/periodo de
      *                    origen): el movimiento que coincide con una
      *                    huella ya grabada, de este u otro archivo,
      *                    corrida o reproceso, va a EXCEPCIO.TXT como
      *                    POSIBLE DUPLICADO y no se acumula. El que
      *                    CL11RP01 libero como legitimo (marca L en
      *                    CORREGID.TXT) se acepta con una huella
      *                    nueva. Resumen de duplicados por sucursal
      *                    al final de la corrida.
      *   15/10/2026 GR - Estado del periodo contable (PERIODOS.DAT,
      *                    lo cierra CL11PE01): el movimiento de un
      *                    periodo CERRADO va a EXCEPCIO.TXT como
      *                    PERIODO CERRADO. El periodo que se acumula
      *                    por primera vez queda ABIERTO.
      *   15/10/2026 GR - Cada corrida recibe un identificador
      *                    (AAAAMMDDHHMMSS de la toma de la traba) que
      *                    queda en CL11EJ01.LOG al iniciar, reanudar
      *                    y terminar, y graba en DIARIOEJ.DAT la
      *                    imagen anterior de cada registro indexado
      *                    que modifica (y el alta de los que crea),
      *                    para que CL11RV01 pueda revertirla. La
      *                    reanudacion sigue con el mismo
      *                    identificador, que viaja en el checkpoint.
      *                    Sin el diario no se procesa ningun archivo.
      *   15/10/2026 GR - Sin topes que descarten datos en silencio: el
      *                    ranking anual se ordena con SORT sobre
      *                    EMPLEADO.DAT (sin tope de 500 vendedores);
      *                    HISTDIA.DAT pasa a un registro por dia (el
      *                    de categoria en blanco, con los totales) y
      *                    uno por categoria (clave fecha+categoria),
      *                    sin tope de 30 categorias; la cabecera de
      *                    cada corrida en el diario lo marca para
      *                    CL11RV01. Si se supera la lista de 60
      *                    archivos, las 999 categorias de un dia o
      *                    las 500 devoluciones de un archivo, la
      *                    corrida se aborta con RC 12 y constancia en
      *                    CL11EJ01.LOG.
      *   15/10/2026 GR - El checkpoint guarda la ultima secuencia del
      *                    diario: al reanudar se borran las huellas
      *                    que la corrida caida grabo despues, para que
      *                    el corte interrumpido no salga como posible
      *                    duplicado. La venta cruzada solo marcada se
      *                    graba en VENTCRUZ.DAT al aplicarse, despues
      *                    del control de huella.
      *   15/10/2026 GR - La linea de EXCEPCIO.TXT lleva al final la
      *                    sucursal de la cabecera del archivo (en
      *                    blanco sin cabecera o en un reproceso),
      *                    para que CL11RP01 controle el vendedor
      *                    contra esa sucursal al corregir.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11EJ01.
           SELECT ARCH-ORDENADO
               ASSIGN TO 'CL11EJ01.SRT'.

           SELECT ORDEN-RANKING
               ASSIGN TO 'CL11EJ01.SRK'.

           SELECT EXCEPCIONES
               ASSIGN TO 'EXCEPCIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS MAE-ID-EMPLEADO
               FILE STATUS IS FS-MAESTRO.

           SELECT CATEGORIAS
               ASSIGN TO 'CATEGOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS FS-CATEGORIAS.

           SELECT ASIGNACIONES
               ASSIGN TO 'MAESUC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CLAVE
               FILE STATUS IS FS-ASIGNACIONES.

           SELECT VENTAS-CRUZADAS
               ASSIGN TO 'VENTCRUZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTCRUZ.

           SELECT EXTRACTO
               ASSIGN TO 'EXTRACTO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO 'HISTDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS FS-HISTORIA.

           SELECT HISTORIA-SUCURSAL
               RECORD KEY IS VEN-CLAVE
               FILE STATUS IS FS-VENTDET.

           SELECT HUELLAS
               ASSIGN TO 'HUELLAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HUE-CLAVE
               FILE STATUS IS FS-HUELLAS.

           SELECT PERIODOS
               ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODOS.

           SELECT DIARIO
               ASSIGN TO 'DIARIOEJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CLAVE
               FILE STATUS IS FS-DIARIO.

           SELECT TRABA
               ASSIGN TO 'CL11LOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
          05 ENT-REF-FECHA                  PIC X(10).
          05 ENT-REF-IMPORTE                PIC 9(8)V9(2).
      *----------------------------------------------------------------*
      * MARCA DE LIBERACION: SOLO LA GRABA CL11RP01 EN CORREGID.TXT
      * CUANDO EL OPERADOR LIBERA UN POSIBLE DUPLICADO COMO LEGITIMO.
      * EN LOS ARCHIVOS DE SUCURSAL VIENE EN BLANCO Y SE IGNORA.
      *----------------------------------------------------------------*
          05 ENT-LIBERACION                 PIC X(01).
             88 ENT-DUPLICADO-LIBERADO          VALUE 'L'.
      *----------------------------------------------------------------*
      * REGISTROS DE CONTROL DEL ARCHIVO MENSUAL (REDEFINICIONES DEL
      * REGISTRO DE DATOS): LA CABECERA IDENTIFICA SUCURSAL Y PERIODO
      * Y LA COLA TRAE CANTIDAD DE REGISTROS Y SUMA DE IMPORTES DE LO
          05 ENT-HDR-MARCA                  PIC X(01).
          05 ENT-HDR-SUCURSAL               PIC X(10).
          05 ENT-HDR-PERIODO                PIC X(07).
          05 FILLER                         PIC X(89).
       01 ENT-CONTROL-TRAILER.
          05 ENT-TRL-MARCA                  PIC X(01).
          05 ENT-TRL-CANT                   PIC 9(07).
          05 ENT-TRL-SUMA                   PIC 9(12)V9(2).
          05 FILLER                         PIC X(85).

       FD LISTA-ARCHIVOS.
       01 REG-LISTA-ARCHIVO                 PIC X(80).
          05 ORD-TIPO                       PIC X(01).
             88 ORD-ES-DEVOLUCION               VALUE 'D' 'A'.
          05 ORD-REF-CLAVE                  PIC 9(08).
          05 ORD-REF-FECHA                  PIC X(10).
          05 ORD-REF-IMPORTE                PIC 9(8)V9(2).
          05 ORD-LIBERADO                   PIC X(01).
             88 ORD-ES-LIBERADO                 VALUE 'S'.
      * NOMBRE Y TIPO TAL COMO VINIERON, PARA QUE LA EXCEPCION DE UN
      * POSIBLE DUPLICADO SE GRABE IGUAL QUE LAS DE LA VALIDACION.
          05 ORD-NOMBRE-ENTRADA             PIC X(40).
          05 ORD-TIPO-ENTRADA               PIC X(01).
      * SUCURSAL DEL VENDEDOR DE UNA VENTA CRUZADA ACEPTADA CON
      * MARCA (EN BLANCO SI NO LO ES): VA A VENTCRUZ.DAT AL APLICARSE.
          05 ORD-SUC-VENDEDOR               PIC X(10).

      *----------------------------------------------------------------*
      * RANKING ANUAL: EMPLEADO.DAT ORDENADO POR IMPORTE DESCENDENTE.
      *----------------------------------------------------------------*
       SD ORDEN-RANKING.
       01 REG-ORDEN-RANKING.
          05 RNK-IMPORTE-TOTAL              PIC S9(10)V9(2).
          05 RNK-ID-EMPLEADO                PIC 9(05).
          05 RNK-NOMBRE-APELLIDO            PIC X(40).
          05 RNK-CANT-VENTAS                PIC 9(07).

       FD EXCEPCIONES.
       01 REG-EXCEPCION.
          05 EXC-REF-FECHA                  PIC X(10).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 EXC-REF-IMPORTE                PIC ZZ.ZZZ.ZZ9,99.
          05 EXC-SEPARADOR                  PIC X(03) VALUE ' - '.
          05 EXC-MOTIVO                     PIC X(40).
          05 FILLER                         PIC X(01) VALUE SPACE.
          05 EXC-SUCURSAL                   PIC X(10).

       FD REPORTE.
       01 REG-REPORTE                       PIC X(132).
          05 CKP-YTD-CANT-VENTAS            PIC 9(07).
          05 CKP-EXT-CANT-REG               PIC 9(07).
          05 CKP-EXT-HASH                   PIC S9(12)V9(2).
          05 CKP-ID-CORRIDA                 PIC 9(14).
          05 CKP-SECUENCIA-DIARIO           PIC 9(07).

       FD EMPLEADOS-TOTALES.
       01 REG-EMPLEADO-TOTAL.
             88 MAE-INACTIVO                    VALUE 'I'.
          05 MAE-FECHA-BAJA                 PIC 9(08).

       FD CATEGORIAS.
       01 REG-CATEGORIA.
          05 CAT-CODIGO                     PIC X(20).
          05 CAT-DESCRIPCION                PIC X(40).
          05 CAT-ESTADO                     PIC X(01).
             88 CAT-ACTIVA                      VALUE 'A'.
             88 CAT-INACTIVA                    VALUE 'I'.

      *----------------------------------------------------------------*
      * SUCURSAL DE CADA VENDEDOR CON SU VIGENCIA (VER CL11MA01).
      *----------------------------------------------------------------*
       FD ASIGNACIONES.
       01 REG-ASIGNACION.
          05 ASG-CLAVE.
             10 ASG-ID-EMPLEADO             PIC 9(05).
             10 ASG-VIG-DESDE               PIC 9(08).
          05 ASG-SUCURSAL                   PIC X(10).
          05 ASG-VIG-HASTA                  PIC 9(08).

      *----------------------------------------------------------------*
      * VENTAS DE VENDEDORES DE OTRA SUCURSAL: UNA LINEA POR VENTA
      * RECHAZADA (R) O SOLO MARCADA (M). SE ACUMULA ENTRE CORRIDAS Y
      * LA LISTA CL11VC01 POR SUCURSAL Y VENDEDOR.
      *----------------------------------------------------------------*
       FD VENTAS-CRUZADAS.
       01 REG-VENTA-CRUZADA.
          05 VCR-SUC-ARCHIVO                PIC X(10).
          05 VCR-SUC-VENDEDOR               PIC X(10).
          05 VCR-ID-EMPLEADO                PIC 9(05).
          05 VCR-NOMBRE-APELLIDO            PIC X(40).
          05 VCR-FECHA                      PIC X(10).
          05 VCR-FECHA-CLAVE                PIC 9(08).
          05 VCR-CATEGORIA                  PIC X(20).
          05 VCR-IMPORTE                    PIC 9(8)V9(2).
          05 VCR-TIPO                       PIC X(01).
          05 VCR-ACCION                     PIC X(01).
          05 VCR-FECHA-PROCESO              PIC 9(08).

       FD EXTRACTO.
       01 REG-EXTRACTO                      PIC X(132).

      *----------------------------------------------------------------*
      * HISTORICO DIARIO: POR CADA FECHA, UN REGISTRO CON CATEGORIA EN
      * BLANCO (TOTALES DEL DIA Y CANTIDAD DE CATEGORIAS) Y UNO POR
      * CATEGORIA (IMPORTE Y CANTIDAD DE VENTAS DE LA CATEGORIA).
      *----------------------------------------------------------------*
       FD HISTORIA-DIARIA.
       01 REG-HISTORIA.
          05 HIS-CLAVE.
             10 HIS-FECHA-CLAVE             PIC 9(08).
             10 HIS-CATEGORIA               PIC X(20).
                88 HIS-ES-TOTAL-DIA             VALUE SPACES.
          05 HIS-FECHA                      PIC X(10).
          05 HIS-IMPORTE                    PIC S9(8)V9(2).
          05 HIS-CANT-VENTAS                PIC 9(04).
          05 HIS-CANT-DEVOL                 PIC 9(04).
          05 HIS-CANT-CATEGORIAS            PIC 9(05).
          05 FILLER                         PIC X(19).

       FD HISTORIA-SUCURSAL.
       01 REG-HIST-SUCURSAL.
          05 VEN-VENDIDO                    PIC 9(10)V9(2).
          05 VEN-DEVUELTO                   PIC 9(10)V9(2).

      *----------------------------------------------------------------*
      * HUELLA DE CADA MOVIMIENTO APLICADO. LA SECUENCIA ES 000 PARA
      * EL MOVIMIENTO ORIGINAL Y CRECE CON CADA REPETICION LIBERADA
      * COMO LEGITIMA DESDE CL11RP01. EL ORIGEN ES LA SUCURSAL Y EL
      * PERIODO DE LA CABECERA DEL ARCHIVO QUE LO TRAJO.
      *----------------------------------------------------------------*
       FD HUELLAS.
       01 REG-HUELLA.
          05 HUE-CLAVE.
             10 HUE-ID-EMPLEADO             PIC 9(05).
             10 HUE-FECHA-CLAVE             PIC 9(08).
             10 HUE-CATEGORIA               PIC X(20).
             10 HUE-IMPORTE                 PIC 9(8)V9(2).
             10 HUE-TIPO                    PIC X(01).
             10 HUE-SECUENCIA               PIC 9(03).
          05 HUE-SUCURSAL                   PIC X(10).
          05 HUE-PERIODO                    PIC X(07).
          05 HUE-FECHA-PROCESO              PIC 9(08).
          05 HUE-LIBERADA                   PIC X(01).
             88 HUE-ES-LIBERADA                 VALUE 'S'.

      *----------------------------------------------------------------*
      * ESTADO DEL PERIODO AAAAMM (LO MANTIENE CL11PE01). ESTE PROGRAMA
      * SOLO DA DE ALTA EL PERIODO COMO ABIERTO Y RECHAZA LOS
      * MOVIMIENTOS DE UN PERIODO CERRADO.
      *----------------------------------------------------------------*
       FD PERIODOS.
       01 REG-PERIODO.
          05 PER-PERIODO                    PIC 9(06).
          05 PER-ESTADO                     PIC X(01).
             88 PER-ABIERTO                     VALUE 'A'.
             88 PER-LIQUIDADO                   VALUE 'L'.
             88 PER-INTERFACEADO                VALUE 'I'.
             88 PER-CERRADO                     VALUE 'C'.
          05 PER-MARCA-REAPERTURA           PIC X(01).
             88 PER-REABIERTO                   VALUE 'S'.
          05 PER-FECHA-APERTURA             PIC 9(08).
          05 PER-FECHA-LIQUIDACION          PIC 9(08).
          05 PER-FECHA-INTERFAZ             PIC 9(08).
          05 PER-FECHA-CIERRE               PIC 9(08).
          05 PER-CANT-REAPERTURAS           PIC 9(03).
          05 PER-FECHA-REAPERTURA           PIC 9(08).
          05 PER-OPERADOR-REAPERTURA        PIC X(08).
          05 PER-MOTIVO-REAPERTURA          PIC X(40).
          05 PER-ULTIMO-PROGRAMA            PIC X(08).

      *----------------------------------------------------------------*
      * DIARIO DE IMAGENES DE CADA CORRIDA, PARA REVERTIRLA CON
      * CL11RV01. LA SECUENCIA 0 ES LA CABECERA DE LA CORRIDA (ESTADO,
      * FECHAS Y ENTRADA); DESDE LA 1, EN EL ORDEN EN QUE SE GRABARON,
      * LA IMAGEN ANTERIOR DE CADA REGISTRO MODIFICADO (M), EL
      * REGISTRO DADO DE ALTA (A) Y EL AGREGADO AL FINAL DE
      * VENTCRUZ.DAT (S). LA IMAGEN CONSERVA EL LARGO DEL FORMATO
      * ANTERIOR DE HISTDIA.DAT. LA CABECERA MARCA LAS CORRIDAS QUE
      * GRABARON HISTDIA.DAT CON UN REGISTRO POR CATEGORIA.
      *----------------------------------------------------------------*
       FD DIARIO.
       01 REG-DIARIO.
          05 DIA-CLAVE.
             10 DIA-ID-CORRIDA              PIC 9(14).
             10 DIA-SECUENCIA               PIC 9(07).
          05 DIA-OPERACION                  PIC X(01).
             88 DIA-ES-CORRIDA                  VALUE 'C'.
             88 DIA-ES-ALTA                     VALUE 'A'.
             88 DIA-ES-MODIFICACION             VALUE 'M'.
             88 DIA-ES-AGREGADO                 VALUE 'S'.
          05 DIA-ARCHIVO                    PIC X(08).
          05 DIA-IMAGEN                     PIC X(1059).
          05 DIA-CORRIDA REDEFINES DIA-IMAGEN.
             10 DIA-COR-ESTADO              PIC X(01).
                88 DIA-COR-EN-CURSO             VALUE 'E'.
                88 DIA-COR-TERMINADA            VALUE 'T'.
                88 DIA-COR-REVERTIDA            VALUE 'R'.
             10 DIA-COR-FECHA-INICIO        PIC 9(08).
             10 DIA-COR-HORA-INICIO         PIC 9(06).
             10 DIA-COR-FECHA-FIN           PIC 9(08).
             10 DIA-COR-HORA-FIN            PIC 9(06).
             10 DIA-COR-ENTRADA             PIC X(80).
             10 DIA-COR-CANT-IMAGENES       PIC 9(07).
             10 DIA-COR-CANT-REANUDACIONES  PIC 9(03).
             10 DIA-COR-FECHA-REVERSION     PIC 9(08).
             10 DIA-COR-HORA-REVERSION      PIC 9(06).
             10 DIA-COR-OPERADOR            PIC X(08).
             10 DIA-COR-MOTIVO              PIC X(40).
             10 DIA-COR-FORMATO-HIS         PIC X(01).
                88 DIA-COR-HIS-POR-CATEGORIA    VALUE 'C'.
             10 FILLER                      PIC X(877).

       FD TRABA.
       01 REG-TRABA.
          05 TRB-PROGRAMA                   PIC X(08).
             88 FS-MAESTRO-OK                    VALUE '00'.
             88 FS-MAESTRO-NFD                   VALUE '35'.
             88 FS-MAESTRO-NOTFOUND              VALUE '23'.
          05 FS-CATEGORIAS                   PIC X(2).
             88 FS-CATEGORIAS-OK                 VALUE '00'.
             88 FS-CATEGORIAS-NFD                VALUE '35'.
          05 FS-ASIGNACIONES                 PIC X(2).
             88 FS-ASIGNACIONES-OK               VALUE '00'.
          05 FS-VENTCRUZ                     PIC X(2).
             88 FS-VENTCRUZ-OK                   VALUE '00'.
          05 FS-HISTORIA                     PIC X(2).
             88 FS-HISTORIA-OK                   VALUE '00'.
             88 FS-HISTORIA-NFD                  VALUE '35'.
          05 FS-VENTDET                      PIC X(2).
             88 FS-VENTDET-OK                    VALUE '00'.
             88 FS-VENTDET-NFD                   VALUE '35'.
          05 FS-HUELLAS                      PIC X(2).
             88 FS-HUELLAS-OK                    VALUE '00'.
             88 FS-HUELLAS-NFD                   VALUE '35'.
          05 FS-PERIODOS                     PIC X(2).
             88 FS-PERIODOS-OK                   VALUE '00'.
             88 FS-PERIODOS-NFD                  VALUE '35'.
          05 FS-DIARIO                       PIC X(2).
             88 FS-DIARIO-OK                     VALUE '00'.
             88 FS-DIARIO-EOF                    VALUE '10'.
             88 FS-DIARIO-NFD                    VALUE '35'.
          05 FS-TRABA                        PIC X(2).
             88 FS-TRABA-OK                      VALUE '00'.
             88 FS-TRABA-EOF                     VALUE '10'.
             88 WS-YA-CONTABILIZADO              VALUE 'S'.
          05 WS-SW-MAESTRO-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-MAESTRO-DISPONIBLE            VALUE 'S'.
          05 WS-SW-CATEGORIAS-DISPONIBLE     PIC X(01) VALUE 'N'.
             88 WS-CATEGORIAS-DISPONIBLE         VALUE 'S'.
          05 WS-SW-ASIGNACIONES-DISPONIBLE   PIC X(01) VALUE 'N'.
             88 WS-ASIGNACIONES-DISPONIBLE       VALUE 'S'.
          05 WS-SW-VENTCRUZ-DISPONIBLE       PIC X(01) VALUE 'N'.
             88 WS-VENTCRUZ-DISPONIBLE           VALUE 'S'.
          05 WS-SW-VENTA-AJENA               PIC X(01) VALUE 'N'.
             88 WS-VENTA-AJENA                   VALUE 'S'.
          05 WS-SW-FIN-ASIGNACIONES          PIC X(01) VALUE 'N'.
             88 WS-FIN-ASIGNACIONES              VALUE 'S'.
          05 WS-SW-HUELLAS-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-HUELLAS-DISPONIBLE            VALUE 'S'.
          05 WS-SW-DUPLICADO                 PIC X(01) VALUE 'N'.
             88 WS-DUPLICADO                     VALUE 'S'.
          05 WS-SW-HUELLA-GRABADA            PIC X(01) VALUE 'N'.
             88 WS-HUELLA-GRABADA                VALUE 'S'.
          05 WS-SW-DUP-SUC-HALLADA           PIC X(01) VALUE 'N'.
             88 WS-DUP-SUC-HALLADA               VALUE 'S'.
          05 WS-SW-PERIODOS-DISPONIBLE       PIC X(01) VALUE 'N'.
             88 WS-PERIODOS-DISPONIBLE           VALUE 'S'.
          05 WS-SW-DIARIO-DISPONIBLE         PIC X(01) VALUE 'N'.
             88 WS-DIARIO-DISPONIBLE             VALUE 'S'.
          05 WS-SW-FIN-DIARIO                PIC X(01) VALUE 'N'.
             88 WS-FIN-DIARIO                    VALUE 'S'.
          05 WS-SW-HISTORIA-DISPONIBLE       PIC X(01) VALUE 'N'.
             88 WS-HISTORIA-DISPONIBLE           VALUE 'S'.
          05 WS-SW-HISTSUC-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-ARCH-HAY-TRAILER              VALUE 'S'.
          05 WS-SW-ARCH-REPROCESO            PIC X(01) VALUE 'N'.
             88 WS-ARCH-REPROCESO                VALUE 'S'.
          05 WS-SW-HIS-QUEDAN                PIC X(01) VALUE 'N'.
             88 WS-HIS-QUEDAN                    VALUE 'S'.
          05 WS-SW-MODO-BATCH                PIC X(01) VALUE 'N'.
             88 WS-MODO-BATCH                    VALUE 'S'.
          05 WS-SW-ABORT-RECHAZOS            PIC X(01) VALUE 'N'.
             88 WS-ABORT-RECHAZOS                VALUE 'S'.
          05 WS-SW-ABORT-TOPE                PIC X(01) VALUE 'N'.
             88 WS-ABORT-TOPE                    VALUE 'S'.

       01 WS-PARAMETRO.
          05 WS-RUTA-PARAMETRO               PIC X(80) VALUE SPACES.
          05 WS-CALC-RECHAZOS                PIC 9(12) VALUE 0.
          05 WS-CALC-LIMITE                  PIC 9(12) VALUE 0.

      *----------------------------------------------------------------*
      * VENTAS DE VENDEDORES ASIGNADOS A OTRA SUCURSAL A LA FECHA DE
      * LA VENTA. CL11EJ01_VENDEDOR_AJENO: RECHAZA (POR OMISION) LAS
      * MANDA A EXCEPCIO.TXT; MARCA SOLO LAS DEJA EN VENTCRUZ.DAT Y
      * LAS ACEPTA PARA LA SUCURSAL DE LA CABECERA.
      *----------------------------------------------------------------*
       01 WS-CONTROL-VENTA-AJENA.
          05 WS-AJENO-PARM                   PIC X(08) VALUE SPACES.
          05 WS-SW-AJENO-MODO                PIC X(01) VALUE 'R'.
             88 WS-AJENO-RECHAZA                 VALUE 'R'.
             88 WS-AJENO-MARCA                   VALUE 'M'.
          05 WS-SUC-VENDEDOR                 PIC X(10) VALUE SPACES.
          05 WS-ASG-SUC-CANDIDATA            PIC X(10) VALUE SPACES.
          05 WS-ASG-HASTA-CANDIDATA          PIC 9(08) VALUE 0.
          05 WS-CONT-AJENAS-RECHAZADAS       PIC 9(7) VALUE 0.
          05 WS-CONT-AJENAS-MARCADAS         PIC 9(7) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-REG-ENTRADA             PIC 9(7) VALUE 0.
          05 WS-CONT-REG-ACEPTADOS           PIC 9(7) VALUE 0.
          05 WS-ARCH-TRL-SUMA                PIC 9(12)V9(2) VALUE 0.
          05 WS-ARCH-SUCURSAL                PIC X(10) VALUE SPACES.
          05 WS-ARCH-PERIODO                 PIC X(07) VALUE SPACES.
          05 WS-HIS-CANT-NUEVAS              PIC 9(05) VALUE 0.
          05 WS-ARCH-CONT-DUPLICADOS         PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      * POSIBLES DUPLICADOS DE LA CORRIDA: TOTALES, LIBERADOS
      * ACEPTADOS Y RESUMEN POR SUCURSAL DE ORIGEN. CADA ARCHIVO TRAE
      * UNA SOLA SUCURSAL, ASI QUE NO PUEDE HABER MAS SUCURSALES QUE
      * ARCHIVOS EN LA LISTA.
      *----------------------------------------------------------------*
       01 WS-CONTROL-DUPLICADOS.
          05 WS-CONT-DUPLICADOS              PIC 9(07) VALUE 0.
          05 WS-CONT-LIBERADOS               PIC 9(07) VALUE 0.
          05 WS-CANT-DUP-SUCURSAL            PIC 9(03) VALUE 0.
          05 WS-SUB-DUP                      PIC 9(03) VALUE 0.
          05 WS-POS-DUP                      PIC 9(03) VALUE 0.
          05 WS-DUP-SUC-BUSCADA              PIC X(10) VALUE SPACES.
          05 WS-TABLA-DUP-SUCURSAL OCCURS 60 TIMES.
             10 WS-DUP-SUCURSAL              PIC X(10).
             10 WS-DUP-CANTIDAD              PIC 9(07).
             10 WS-DUP-IMPORTE               PIC 9(10)V9(2).

       01 WS-LOG-DUPLICADOS.
          05 FILLER                          PIC X(32)
                          VALUE 'POSIBLES DUPLICADOS RECHAZADOS: '.
          05 WS-LGD-CANTIDAD                 PIC ZZZZZZ9.

       01 WS-LOG-LINEA.
          05 WS-LOG-ARCHIVO                  PIC X(80).

       01 WS-PERIODO-EMPLEADO                PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      * ULTIMO PERIODO CONSULTADO EN LA VALIDACION (CON SU ESTADO) Y
      * ULTIMO DADO DE ALTA AL ACUMULAR, PARA NO RELEER PERIODOS.DAT
      * EN CADA MOVIMIENTO.
      *----------------------------------------------------------------*
       01 WS-CONTROL-PERIODOS.
          05 WS-PER-VALIDAR                  PIC 9(06) VALUE 0.
          05 WS-PER-ULTIMO-LEIDO             PIC 9(06) VALUE 0.
          05 WS-PER-ULTIMO-ESTADO            PIC X(01) VALUE SPACE.
             88 WS-PER-ULTIMO-CERRADO            VALUE 'C'.
          05 WS-PER-ULTIMO-ABIERTO           PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      * IDENTIFICADOR DE LA CORRIDA (FECHA Y HORA DE LA TOMA DE LA
      * TRABA, O EL DE LA CORRIDA QUE SE REANUDA) Y ULTIMA SECUENCIA
      * GRABADA EN EL DIARIO DE IMAGENES. CADA PUNTO QUE GRABA UN
      * INDEXADO DEJA EN WS-DIA-IMAGEN LA IMAGEN A DIARIZAR; LA
      * IMAGEN NUEVA GUARDA EL REGISTRO ARMADO MIENTRAS SE RELEE EL
      * ANTERIOR.
      *----------------------------------------------------------------*
       01 WS-CONTROL-DIARIO.
          05 WS-ID-CORRIDA                   PIC 9(14) VALUE 0.
          05 WS-ID-CORRIDA-R REDEFINES WS-ID-CORRIDA.
             10 WS-IDC-FECHA                 PIC 9(08).
             10 WS-IDC-HORA                  PIC 9(06).
          05 WS-DIA-SECUENCIA                PIC 9(07) VALUE 0.
          05 WS-DIA-OPERACION                PIC X(01) VALUE SPACE.
          05 WS-DIA-ARCHIVO                  PIC X(08) VALUE SPACES.
          05 WS-DIA-IMAGEN                   PIC X(1059) VALUE SPACES.
          05 WS-DIA-IMAGEN-NUEVA             PIC X(1059) VALUE SPACES.

       01 WS-LOG-CORRIDA.
          05 FILLER                          PIC X(08) VALUE 'CORRIDA '.
          05 WS-LGC-ID-CORRIDA               PIC 9(14).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGC-ACCION                   PIC X(37).

      *----------------------------------------------------------------*
      * TRABA DE CORRIDA COMPARTIDA POR TODOS LOS PROGRAMAS QUE
      * ACTUALIZAN LOS ARCHIVOS DEL CIRCUITO. UNA TRABA DE HACE MAS
          05 WS-CKP-YTD-CANT-VENTAS          PIC 9(07) VALUE 0.
          05 WS-CKP-EXT-CANT-REG             PIC 9(07) VALUE 0.
          05 WS-CKP-EXT-HASH                 PIC S9(12)V9(2) VALUE 0.
          05 WS-CKP-ID-CORRIDA               PIC 9(14) VALUE 0.
          05 WS-CKP-SECUENCIA-DIARIO         PIC 9(07) VALUE 0.
          05 WS-CONT-HUE-DESHECHAS           PIC 9(07) VALUE 0.
          05 WS-CONT-REG-DESDE-CKP           PIC 9(05) VALUE 0.

       01 WS-CORTE-CONTROL.
          05 WS-CC-CANT-DEVOL-ACUM           PIC 9(04).
          05 WS-CC-EMP-IMPORTE-ACUM          PIC S9(8)V9(2).
          05 WS-CC-EMP-CANT-ACUM             PIC 9(04).
      * MOVIMIENTOS APLICADOS Y POSIBLES DUPLICADOS DEL CORTE: UN
      * GRUPO DONDE TODO RESULTO DUPLICADO NO SE INFORMA NI SE GRABA.
          05 WS-CC-CANT-APLIC-FECHA          PIC 9(05).
          05 WS-CC-CANT-DUP-FECHA            PIC 9(05).
          05 WS-CC-EMP-CANT-APLIC            PIC 9(05).

      *----------------------------------------------------------------*
      * DESGLOSE POR CATEGORIA DENTRO DE CADA FECHA
      *----------------------------------------------------------------*
       01 WS-TABLA-CATEGORIAS-AREA.
          05 WS-CANT-CATEGORIAS              PIC 9(03) VALUE 0.
          05 WS-TABLA-CATEGORIAS OCCURS 999 TIMES
                                  INDEXED BY WS-IDX-CAT.
             10 WS-CAT-NOMBRE                PIC X(20).
             10 WS-CAT-IMPORTE-ACUM          PIC S9(8)V9(2).
      *----------------------------------------------------------------*
      * RANKING ANUAL DE VENDEDORES
      *----------------------------------------------------------------*
       01 WS-POS-RANKING                     PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      * TOTALES ANUALES CONSOLIDADOS
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-C-IMPORTE            PIC -ZZ.ZZZ.ZZ9,99.
          05 WS-LIS-RANKING.
             10 WS-LIS-R-POS                PIC ZZZZ9.
             10 FILLER                      PIC X(03) VALUE ' - '.
             10 WS-LIS-R-ID                 PIC ZZZZ9.
             10 FILLER                      PIC X(02) VALUE '- '.
             10 FILLER                      PIC X(20)
                                       VALUE 'IMPORTE TOTAL     : '.
             10 WS-LIS-RES-IMP-VALOR        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 WS-LIS-DUPLICADO.
             10 FILLER                      PIC X(06) VALUE '   SUC'.
             10 WS-LIS-DU-SUCURSAL          PIC X(10).
             10 FILLER                      PIC X(02) VALUE ': '.
             10 WS-LIS-DU-CANTIDAD          PIC Z.ZZZ.ZZ9.
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-DU-IMPORTE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-AUDIT-LINEA.
          05 WS-AUD-FECHA                    PIC X(10).
              PERFORM 0260-LEER-UN-ARCHIVO-LISTA
                 THRU 0260-LEER-UN-ARCHIVO-LISTA-FIN
                UNTIL FS-LISTA-EOF
                   OR WS-ABORT-TOPE
              CLOSE LISTA-ARCHIVOS
           END-IF.

                 MOVE REG-LISTA-ARCHIVO
                                TO WS-TAB-NOM-ARCHIVO (WS-CANT-ARCHIVOS)
              ELSE
                 MOVE WS-RUTA-PARAMETRO     TO WS-RUTA-ENTRADA-ACTUAL
                 MOVE 'LA LISTA SUPERA LOS 60 ARCHIVOS'
                                            TO WS-LOG-TEXTO
                 PERFORM 2990-ABORTAR-POR-TOPE
                    THRU 2990-ABORTAR-POR-TOPE-FIN
              END-IF
           END-IF.

              MOVE 'S'                      TO WS-SW-ERROR-ARCHIVO
           END-IF.

           OPEN INPUT CATEGORIAS.
           IF FS-CATEGORIAS-OK
              MOVE 'S'                   TO WS-SW-CATEGORIAS-DISPONIBLE
           ELSE
              DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO DE CATEGORIAS '
                      '(CATEGOR.DAT, VER CL11CT01)'
              DISPLAY 'FILE STATUS: ' FS-CATEGORIAS
              MOVE 'S'                      TO WS-SW-ERROR-ARCHIVO
           END-IF.

      * SIN ASIGNACIONES DE SUCURSAL (TODAVIA NO SE CARGO NINGUNA EN
      * CL11MA01) LA CORRIDA SIGUE SIN EL CONTROL DE VENDEDOR AJENO.
           OPEN INPUT ASIGNACIONES.
           IF FS-ASIGNACIONES-OK
              MOVE 'S'                 TO WS-SW-ASIGNACIONES-DISPONIBLE
           ELSE
              DISPLAY 'ASIGNACIONES DE SUCURSAL NO DISPONIBLES '
                      '(MAESUC.DAT, VER CL11MA01): NO SE CONTROLA LA '
                      'SUCURSAL DEL VENDEDOR'
           END-IF.

           OPEN EXTEND VENTAS-CRUZADAS.
           IF NOT FS-VENTCRUZ-OK
              CLOSE VENTAS-CRUZADAS
              OPEN OUTPUT VENTAS-CRUZADAS
           END-IF.
           IF FS-VENTCRUZ-OK
              MOVE 'S'                      TO WS-SW-VENTCRUZ-DISPONIBLE
           ELSE
              DISPLAY 'NO SE PUEDE ABRIR VENTCRUZ.DAT. FILE STATUS: '
                      FS-VENTCRUZ
           END-IF.

           PERFORM 1080-TOMAR-TOPE-DEVOLUCION
              THRU 1080-TOMAR-TOPE-DEVOLUCION-FIN.

           PERFORM 1090-TOMAR-MODO-VENDEDOR-AJENO
              THRU 1090-TOMAR-MODO-VENDEDOR-AJENO-FIN.

      * EL HISTORICO SOLO SE CREA DE CERO CUANDO NO EXISTE: ANTE
      * CUALQUIER OTRO ERROR DE APERTURA NO SE LO PISA, PARA NO
      * PERDER LOS DIAS YA ACUMULADOS.
              MOVE 'S'                      TO WS-SW-ERROR-ARCHIVO
           END-IF.

      * LAS HUELLAS DE LOS MOVIMIENTOS APLICADOS SE CREAN SOLO CUANDO
      * NO EXISTEN. SIN ELLAS NO SE PUEDEN DETECTAR LOS DUPLICADOS,
      * ASI QUE SU FALTA ES UN ERROR DE ARCHIVOS.
           OPEN I-O HUELLAS.
           IF FS-HUELLAS-NFD
              CLOSE HUELLAS
              OPEN OUTPUT HUELLAS
              CLOSE HUELLAS
              OPEN I-O HUELLAS
           END-IF.
           IF FS-HUELLAS-OK
              MOVE 'S'                     TO WS-SW-HUELLAS-DISPONIBLE
           ELSE
              DISPLAY 'NO SE PUEDEN ABRIR LAS HUELLAS DE MOVIMIENTOS '
                      '(HUELLAS.DAT). FILE STATUS: ' FS-HUELLAS
              MOVE 'S'                      TO WS-SW-ERROR-ARCHIVO
           END-IF.

      * EL ESTADO DE LOS PERIODOS SE CREA SOLO CUANDO NO EXISTE. SIN
      * EL NO SE SABRIA QUE PERIODOS ESTAN CERRADOS, ASI QUE SU FALTA
      * ES UN ERROR DE ARCHIVOS.
           OPEN I-O PERIODOS.
           IF FS-PERIODOS-NFD
              CLOSE PERIODOS
              OPEN OUTPUT PERIODOS
              CLOSE PERIODOS
              OPEN I-O PERIODOS
           END-IF.
           IF FS-PERIODOS-OK
              MOVE 'S'                     TO WS-SW-PERIODOS-DISPONIBLE
           ELSE
              DISPLAY 'NO SE PUEDE ABRIR EL ESTADO DE PERIODOS '
                      '(PERIODOS.DAT). FILE STATUS: ' FS-PERIODOS
              MOVE 'S'                      TO WS-SW-ERROR-ARCHIVO
           END-IF.

           PERFORM 1095-ABRIR-DIARIO
              THRU 1095-ABRIR-DIARIO-FIN.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1085-RETROCEDER-TOPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA DEL AMBIENTE QUE HACER CON LA VENTA DE UN VENDEDOR DE
      * OTRA SUCURSAL: RECHAZA (POR OMISION) O MARCA.
      *----------------------------------------------------------------*
       1090-TOMAR-MODO-VENDEDOR-AJENO.

           ACCEPT WS-AJENO-PARM FROM ENVIRONMENT
                  'CL11EJ01_VENDEDOR_AJENO'.

           EVALUATE WS-AJENO-PARM
               WHEN SPACES
               WHEN 'RECHAZA'
                    MOVE 'R'                 TO WS-SW-AJENO-MODO
               WHEN 'MARCA'
                    MOVE 'M'                 TO WS-SW-AJENO-MODO
               WHEN OTHER
                    DISPLAY 'MODO DE VENDEDOR AJENO INVALIDO, SE '
                            'RECHAZAN: ' WS-AJENO-PARM
                    MOVE 'R'                 TO WS-SW-AJENO-MODO
           END-EVALUATE.

       1090-TOMAR-MODO-VENDEDOR-AJENO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL DIARIO DE IMAGENES SE CREA SOLO CUANDO NO EXISTE. SIN EL LA
      * CORRIDA NO PODRIA REVERTIRSE, ASI QUE SU FALTA ES UN ERROR DE
      * ARCHIVOS Y NO SE PROCESA NINGUN ARCHIVO MENSUAL.
      *----------------------------------------------------------------*
       1095-ABRIR-DIARIO.

           OPEN I-O DIARIO.
           IF FS-DIARIO-NFD
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           IF FS-DIARIO-OK
              MOVE 'S'                      TO WS-SW-DIARIO-DISPONIBLE
              PERFORM 1096-INICIAR-CORRIDA
                 THRU 1096-INICIAR-CORRIDA-FIN
           ELSE
              DISPLAY 'NO SE PUEDE ABRIR EL DIARIO DE IMAGENES '
                      '(DIARIOEJ.DAT). FILE STATUS: ' FS-DIARIO
              MOVE 'S'                      TO WS-SW-ERROR-ARCHIVO
           END-IF.

       1095-ABRIR-DIARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ASIGNA EL IDENTIFICADOR DE LA CORRIDA Y GRABA SU CABECERA EN
      * EL DIARIO. UNA REANUDACION SIGUE CON EL IDENTIFICADOR DEL
      * CHECKPOINT Y CON LA SECUENCIA DONDE QUEDO LA CORRIDA CAIDA,
      * ASI LA REVERSION DESHACE LAS DOS PARTES JUNTAS.
      *----------------------------------------------------------------*
       1096-INICIAR-CORRIDA.

           MOVE 'N'                          TO WS-SW-FIN-DIARIO.
           MOVE 0                            TO WS-DIA-SECUENCIA.

           IF WS-HAY-RESUME AND WS-CKP-ID-CORRIDA > 0
              MOVE WS-CKP-ID-CORRIDA         TO WS-ID-CORRIDA
              MOVE WS-ID-CORRIDA             TO DIA-ID-CORRIDA
              MOVE 0                         TO DIA-SECUENCIA
              READ DIARIO
                 KEY IS DIA-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-DIARIO
              END-READ
           ELSE
              MOVE WS-LCK-FECHA-HOY          TO WS-IDC-FECHA
              MOVE WS-LCK-HORA-AHORA         TO WS-IDC-HORA
              MOVE 'S'                       TO WS-SW-FIN-DIARIO
           END-IF.

           IF WS-FIN-DIARIO
              MOVE SPACES                    TO REG-DIARIO
              MOVE WS-ID-CORRIDA             TO DIA-ID-CORRIDA
              MOVE 0                         TO DIA-SECUENCIA
              MOVE 'C'                       TO DIA-OPERACION
              MOVE 'CORRIDA'                 TO DIA-ARCHIVO
              MOVE 'E'                       TO DIA-COR-ESTADO
              MOVE WS-LCK-FECHA-HOY          TO DIA-COR-FECHA-INICIO
              MOVE WS-LCK-HORA-AHORA         TO DIA-COR-HORA-INICIO
              MOVE 0                         TO DIA-COR-FECHA-FIN
              MOVE 0                         TO DIA-COR-HORA-FIN
              MOVE WS-RUTA-PARAMETRO         TO DIA-COR-ENTRADA
              MOVE 0                         TO DIA-COR-CANT-IMAGENES
              MOVE 0                    TO DIA-COR-CANT-REANUDACIONES
              MOVE 0                       TO DIA-COR-FECHA-REVERSION
              MOVE 0                         TO DIA-COR-HORA-REVERSION
              MOVE 'C'                       TO DIA-COR-FORMATO-HIS
              WRITE REG-DIARIO
                 INVALID KEY
                    DISPLAY 'ERROR AL GRABAR EL DIARIO DE IMAGENES. '
                            'FILE STATUS: ' FS-DIARIO
                    MOVE 'N'                 TO WS-SW-DIARIO-DISPONIBLE
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
              END-WRITE
              MOVE 'INICIADA'                TO WS-LGC-ACCION
           ELSE
              MOVE 'E'                       TO DIA-COR-ESTADO
              ADD 1                     TO DIA-COR-CANT-REANUDACIONES
              REWRITE REG-DIARIO
                 INVALID KEY
                    DISPLAY 'ERROR AL GRABAR EL DIARIO DE IMAGENES. '
                            'FILE STATUS: ' FS-DIARIO
                    MOVE 'N'                 TO WS-SW-DIARIO-DISPONIBLE
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
              END-REWRITE
              PERFORM 1097-BUSCAR-ULTIMA-IMAGEN
                 THRU 1097-BUSCAR-ULTIMA-IMAGEN-FIN
              IF WS-CONT-HUE-DESHECHAS > 0
                 DISPLAY 'HUELLAS BORRADAS POSTERIORES AL CHECKPOINT: '
                         WS-CONT-HUE-DESHECHAS
              END-IF
              MOVE 'REANUDADA'               TO WS-LGC-ACCION
           END-IF.

           IF WS-DIARIO-DISPONIBLE
              MOVE WS-ID-CORRIDA             TO WS-LGC-ID-CORRIDA
              MOVE WS-LOG-CORRIDA            TO WS-LGT-TEXTO
              PERFORM 0590-GRABAR-LOG-TRABA
                 THRU 0590-GRABAR-LOG-TRABA-FIN
              DISPLAY 'CORRIDA ' WS-ID-CORRIDA ' ' WS-LGC-ACCION
           END-IF.

       1096-INICIAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ULTIMA SECUENCIA GRABADA POR LA CORRIDA QUE SE REANUDA: SE
      * RECORREN SUS IMAGENES HASTA LA PRIMERA DE OTRA CORRIDA. DE
      * PASO SE BORRAN LAS HUELLAS QUE LA CORRIDA CAIDA DIO DE ALTA
      * DESPUES DEL CHECKPOINT: ESOS MOVIMIENTOS SE VUELVEN A APLICAR
      * AL REANUDAR Y SI NO CHOCARIAN CONTRA SU PROPIA HUELLA. LAS
      * IMAGENES QUEDAN EN EL DIARIO; CL11RV01 IGNORA EL ALTA DE UNA
      * HUELLA QUE YA NO ESTA.
      *----------------------------------------------------------------*
       1097-BUSCAR-ULTIMA-IMAGEN.

           MOVE 'N'                          TO WS-SW-FIN-DIARIO.
           MOVE 0                            TO WS-CONT-HUE-DESHECHAS.
           MOVE WS-ID-CORRIDA                TO DIA-ID-CORRIDA.
           MOVE 1                            TO DIA-SECUENCIA.

           START DIARIO KEY IS NOT LESS THAN DIA-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
           END-START.

           PERFORM 1098-LEER-IMAGEN-CORRIDA
              THRU 1098-LEER-IMAGEN-CORRIDA-FIN
             UNTIL WS-FIN-DIARIO.

       1097-BUSCAR-ULTIMA-IMAGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1098-LEER-IMAGEN-CORRIDA.

           READ DIARIO NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
           END-READ.

           IF NOT WS-FIN-DIARIO
              IF DIA-ID-CORRIDA = WS-ID-CORRIDA
                 MOVE DIA-SECUENCIA          TO WS-DIA-SECUENCIA
              ELSE
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
              END-IF
           END-IF.

           IF NOT WS-FIN-DIARIO
              AND DIA-SECUENCIA > WS-CKP-SECUENCIA-DIARIO
              AND DIA-ARCHIVO = 'HUELLAS'
              AND DIA-ES-ALTA
              AND WS-HUELLAS-DISPONIBLE
              MOVE DIA-IMAGEN                TO REG-HUELLA
              DELETE HUELLAS RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1                    TO WS-CONT-HUE-DESHECHAS
              END-DELETE
           END-IF.

       1098-LEER-IMAGEN-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * OFRECE REANUDAR DESDE EL ULTIMO CHECKPOINT GRABADO. SI EL
      * OPERADOR ACEPTA Y EXISTE EL ARCHIVO DE RESTART, SE CARGA EL
      * PUNTO DE CORTE DESDE DONDE CONTINUAR.
                       MOVE 0                  TO WS-CKP-EXT-CANT-REG
                       MOVE 0                  TO WS-CKP-EXT-HASH
                    END-IF
      * NI EL IDENTIFICADOR DE LA CORRIDA QUE SE REANUDA.
                    IF CKP-ID-CORRIDA IS NUMERIC
                       MOVE CKP-ID-CORRIDA     TO WS-CKP-ID-CORRIDA
                    ELSE
                       MOVE 0                  TO WS-CKP-ID-CORRIDA
                    END-IF
      * NI LA SECUENCIA DEL DIARIO: SIN ELLA NO SE BORRA NINGUNA HUELLA.
                    IF CKP-SECUENCIA-DIARIO IS NUMERIC
                       MOVE CKP-SECUENCIA-DIARIO
                                          TO WS-CKP-SECUENCIA-DIARIO
                    ELSE
                       MOVE 9999999       TO WS-CKP-SECUENCIA-DIARIO
                    END-IF
                    DISPLAY 'REANUDANDO DESDE ARCHIVO ' WS-CKP-ARCHIVO
                            ' FECHA ' WS-CKP-FECHA
                 END-IF
                                          TO WS-RUTA-ENTRADA-ACTUAL.

           EVALUATE TRUE
               WHEN WS-ABORT-TOPE
                    DISPLAY 'SE OMITE ' WS-RUTA-ENTRADA-ACTUAL
                            ' (CORRIDA ABORTADA POR TOPE DE TABLA)'
               WHEN WS-ABORT-RECHAZOS
                    DISPLAY 'SE OMITE ' WS-RUTA-ENTRADA-ACTUAL
                            ' (CORRIDA ABORTADA POR RECHAZOS)'
               WHEN NOT WS-MAESTRO-DISPONIBLE
                    DISPLAY 'SE OMITE ' WS-RUTA-ENTRADA-ACTUAL
                            ' (MAESTRO DE EMPLEADOS NO DISPONIBLE)'
               WHEN NOT WS-CATEGORIAS-DISPONIBLE
                    DISPLAY 'SE OMITE ' WS-RUTA-ENTRADA-ACTUAL
                            ' (MAESTRO DE CATEGORIAS NO DISPONIBLE)'
               WHEN NOT WS-DIARIO-DISPONIBLE
                    DISPLAY 'SE OMITE ' WS-RUTA-ENTRADA-ACTUAL
                            ' (DIARIO DE IMAGENES NO DISPONIBLE)'
               WHEN WS-HAY-RESUME
                    AND WS-IDX-ARCHIVO < WS-CKP-INDICE-ARCHIVO
                    DISPLAY 'SE OMITE ' WS-RUTA-ENTRADA-ACTUAL
                       OUTPUT PROCEDURE 2000-PROCESAR-PROGRAMA
                          THRU 2000-PROCESAR-PROGRAMA-FIN
                    CLOSE ENTRADA
                    IF WS-ARCH-CONT-DUPLICADOS > 0
                       MOVE WS-ARCH-CONT-DUPLICADOS
                                             TO WS-LGD-CANTIDAD
                       MOVE WS-LOG-DUPLICADOS
                                             TO WS-LOG-TEXTO
                       PERFORM 3350-GRABAR-LOG-ARCHIVO
                          THRU 3350-GRABAR-LOG-ARCHIVO-FIN
                    END-IF
               WHEN '35'
                    DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE ENTRADA'
                    DISPLAY 'FILE STATUS: ' FS-ENTRADA
           PERFORM 1500-LEER-ARCHIVO
              THRU 1500-LEER-ARCHIVO-EXIT
             UNTIL FS-ENTRADA-EOF
                OR WS-ABORT-RECHAZOS
                OR WS-ABORT-TOPE.

           PERFORM 1450-CONCILIAR-ARCHIVO
              THRU 1450-CONCILIAR-ARCHIVO-FIN.
       1450-CONCILIAR-ARCHIVO.

           EVALUATE TRUE
               WHEN WS-ABORT-TOPE
                    MOVE 'S'                 TO WS-SW-ARCH-DESBALANCEADO
                    MOVE
                  'CORRIDA ABORTADA POR TOPE DE TABLA'
                                             TO WS-LOG-TEXTO
               WHEN WS-ABORT-RECHAZOS
                    MOVE 'S'                 TO WS-SW-ARCH-DESBALANCEADO
                    MOVE
                          ELSE
                             MOVE 0                 TO ORD-REF-CLAVE
                          END-IF
                          MOVE ENT-NOMBRE-APELLIDO
                                                TO ORD-NOMBRE-ENTRADA
                          MOVE ENT-TIPO             TO ORD-TIPO-ENTRADA
                          MOVE ENT-REF-FECHA        TO ORD-REF-FECHA
                          IF ENT-REF-IMPORTE IS NUMERIC
                             MOVE ENT-REF-IMPORTE   TO ORD-REF-IMPORTE
                          ELSE
                             MOVE 0                 TO ORD-REF-IMPORTE
                          END-IF
                          IF WS-ARCH-REPROCESO
                             AND ENT-DUPLICADO-LIBERADO
                             MOVE 'S'               TO ORD-LIBERADO
                          ELSE
                             MOVE 'N'               TO ORD-LIBERADO
                          END-IF
                          IF WS-VENTA-AJENA
                             MOVE WS-SUC-VENDEDOR   TO ORD-SUC-VENDEDOR
                          ELSE
                             MOVE SPACES            TO ORD-SUC-VENDEDOR
                          END-IF
                          RELEASE REG-ORDENADO
                       ELSE
                          ADD 1             TO WS-CONT-REG-RECHAZADOS
       1505-VERIFICAR-YA-CONTABILIZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * VALIDA IMPORTE, EMPLEADO, FECHA Y CATEGORIA DEL REGISTRO LEIDO.
      *----------------------------------------------------------------*
       1550-VALIDAR-REGISTRO.

           MOVE 'S'                         TO WS-SW-VALIDO.
           MOVE SPACES                      TO WS-MOTIVO-RECHAZO.
           MOVE 'N'                         TO WS-SW-VENTA-AJENA.

           IF ENT-IMPORTE = 0
              MOVE 'N'                      TO WS-SW-VALIDO
           PERFORM 1555-VALIDAR-FECHA
              THRU 1555-VALIDAR-FECHA-FIN.

           IF WS-REGISTRO-VALIDO AND WS-PERIODOS-DISPONIBLE
              PERFORM 1557-VALIDAR-PERIODO
                 THRU 1557-VALIDAR-PERIODO-FIN
           END-IF.

           IF WS-REGISTRO-VALIDO
              PERFORM 1570-VALIDAR-EMPLEADO-MAESTRO
                 THRU 1570-VALIDAR-EMPLEADO-MAESTRO-FIN
           END-IF.

           IF WS-REGISTRO-VALIDO
              PERFORM 1575-VALIDAR-CATEGORIA
                 THRU 1575-VALIDAR-CATEGORIA-FIN
           END-IF.

           IF WS-REGISTRO-VALIDO AND ENT-ES-DEVOLUCION
              PERFORM 1590-VALIDAR-DEVOLUCION
                 THRU 1590-VALIDAR-DEVOLUCION-FIN
           END-IF.

      * LA VENTA CRUZADA RECHAZADA POR ESE MOTIVO SE REGISTRA ACA. LA
      * QUE SOLO SE MARCA SE REGISTRA RECIEN AL APLICARSE (2117), UNA
      * VEZ QUE PASO EL CONTROL DE HUELLA.
           IF WS-VENTA-AJENA AND WS-AJENO-RECHAZA
              PERFORM 1578-GRABAR-VENTA-CRUZADA
                 THRU 1578-GRABAR-VENTA-CRUZADA-FIN
           END-IF.

       1550-VALIDAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1556-VALIDAR-DIA-DEL-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN PERIODO CERRADO NO ADMITE MOVIMIENTOS HASTA QUE CL11PE01 LO
      * REABRA. EL ESTADO DEL ULTIMO PERIODO LEIDO SE GUARDA PORQUE
      * LA ENTRADA SUELE TRAER UN SOLO MES.
      *----------------------------------------------------------------*
       1557-VALIDAR-PERIODO.

           DIVIDE WS-VF-CLAVE BY 100    GIVING WS-PER-VALIDAR.

           IF WS-PER-VALIDAR NOT = WS-PER-ULTIMO-LEIDO
              MOVE WS-PER-VALIDAR           TO PER-PERIODO
              READ PERIODOS
                 KEY IS PER-PERIODO
                 INVALID KEY
                    MOVE SPACE              TO WS-PER-ULTIMO-ESTADO
                 NOT INVALID KEY
                    MOVE PER-ESTADO         TO WS-PER-ULTIMO-ESTADO
              END-READ
              MOVE WS-PER-VALIDAR           TO WS-PER-ULTIMO-LEIDO
           END-IF.

           IF WS-PER-ULTIMO-CERRADO
              MOVE 'N'                      TO WS-SW-VALIDO
              MOVE 'PERIODO CERRADO'        TO WS-MOTIVO-RECHAZO
           END-IF.

       1557-VALIDAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA AL EMPLEADO EN EL MAESTRO. SE RECHAZA LA VENTA SI EL
      * EMPLEADO NO EXISTE, SI AUN NO HABIA INGRESADO A LA FECHA DE LA
      * VENTA O SI YA ESTABA DADO DE BAJA EN ESA FECHA. CUANDO LA
      * VENTA ES VALIDA SE TOMA EL NOMBRE OFICIAL DEL MAESTRO, QUE ES
      * EL QUE LLEGA AL LISTADO Y AL RANKING, Y SE CONTROLA LA
      * SUCURSAL DEL VENDEDOR A ESA FECHA.
      *----------------------------------------------------------------*
       1570-VALIDAR-EMPLEADO-MAESTRO.

                     WHEN OTHER
                          MOVE MAE-NOMBRE-APELLIDO
                                            TO WS-NOMBRE-OFICIAL
                          PERFORM 1572-VALIDAR-SUCURSAL-VENDEDOR
                             THRU 1572-VALIDAR-SUCURSAL-VENDEDOR-FIN
                 END-EVALUATE
           END-READ.

       1570-VALIDAR-EMPLEADO-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA LA ASIGNACION DE SUCURSAL VIGENTE A LA FECHA DE LA VENTA
      * (LA DE MAYOR FECHA DESDE NO POSTERIOR A LA VENTA, SI SU HASTA
      * LA CUBRE) Y LA COMPARA CON LA SUCURSAL DE LA CABECERA. SOLO
      * SE CONTROLAN LOS ARCHIVOS DE SUCURSAL: SIN CABECERA O DE
      * REPROCESO NO HAY CONTRA QUE COMPARAR. UN VENDEDOR SIN
      * ASIGNACION A ESA FECHA NO SE CONTROLA.
      *----------------------------------------------------------------*
       1572-VALIDAR-SUCURSAL-VENDEDOR.

           MOVE SPACES                      TO WS-SUC-VENDEDOR.

           IF WS-ASIGNACIONES-DISPONIBLE
              AND WS-ARCH-HAY-HEADER
              AND NOT WS-ARCH-REPROCESO
              AND WS-ARCH-SUCURSAL NOT = SPACES
              MOVE SPACES                   TO WS-ASG-SUC-CANDIDATA
              MOVE 0                        TO WS-ASG-HASTA-CANDIDATA
              MOVE 'N'                      TO WS-SW-FIN-ASIGNACIONES
              MOVE ENT-ID-EMPLEADO          TO ASG-ID-EMPLEADO
              MOVE 0                        TO ASG-VIG-DESDE
              START ASIGNACIONES
                 KEY IS NOT LESS THAN ASG-CLAVE
                 INVALID KEY
                    MOVE 'S'                TO WS-SW-FIN-ASIGNACIONES
              END-START
              PERFORM 1573-LEER-ASIGNACION
                 THRU 1573-LEER-ASIGNACION-FIN
                UNTIL WS-FIN-ASIGNACIONES
              IF WS-ASG-SUC-CANDIDATA NOT = SPACES
                 AND WS-ASG-HASTA-CANDIDATA NOT < WS-VF-CLAVE
                 MOVE WS-ASG-SUC-CANDIDATA  TO WS-SUC-VENDEDOR
              END-IF
           END-IF.

           IF WS-SUC-VENDEDOR NOT = SPACES
              AND WS-SUC-VENDEDOR NOT = WS-ARCH-SUCURSAL
              MOVE 'S'                      TO WS-SW-VENTA-AJENA
              IF WS-AJENO-RECHAZA
                 MOVE 'N'                   TO WS-SW-VALIDO
                 MOVE 'VENDEDOR DE OTRA SUCURSAL A LA FECHA'
                                            TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

       1572-VALIDAR-SUCURSAL-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1573-LEER-ASIGNACION.

           READ ASIGNACIONES NEXT RECORD
              AT END
                 MOVE 'S'                   TO WS-SW-FIN-ASIGNACIONES
           END-READ.

           IF NOT WS-FIN-ASIGNACIONES
              IF NOT FS-ASIGNACIONES-OK
                 OR ASG-ID-EMPLEADO NOT = ENT-ID-EMPLEADO
                 OR ASG-VIG-DESDE > WS-VF-CLAVE
                 MOVE 'S'                   TO WS-SW-FIN-ASIGNACIONES
              ELSE
                 MOVE ASG-SUCURSAL          TO WS-ASG-SUC-CANDIDATA
                 MOVE ASG-VIG-HASTA         TO WS-ASG-HASTA-CANDIDATA
              END-IF
           END-IF.

       1573-LEER-ASIGNACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA LA CATEGORIA EN EL MAESTRO DE CATEGORIAS. SE RECHAZA LA
      * VENTA SI LA CATEGORIA NO EXISTE (TIPICAMENTE UN ERROR DE
      * TIPEO DE LA SUCURSAL) O SI ESTA DADA DE BAJA.
      *----------------------------------------------------------------*
       1575-VALIDAR-CATEGORIA.

           MOVE ENT-CATEGORIA               TO CAT-CODIGO.

           READ CATEGORIAS
              KEY IS CAT-CODIGO
              INVALID KEY
                 MOVE 'N'                   TO WS-SW-VALIDO
                 MOVE 'CATEGORIA INEXISTENTE EN MAESTRO'
                                            TO WS-MOTIVO-RECHAZO
              NOT INVALID KEY
                 IF CAT-INACTIVA
                    MOVE 'N'                TO WS-SW-VALIDO
                    MOVE 'CATEGORIA DADA DE BAJA'
                                            TO WS-MOTIVO-RECHAZO
                 END-IF
           END-READ.

       1575-VALIDAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA LA VENTA CRUZADA RECHAZADA EN VENTCRUZ.DAT PARA EL
      * LISTADO DE COMERCIAL (CL11VC01).
      *----------------------------------------------------------------*
       1578-GRABAR-VENTA-CRUZADA.

           ADD 1                         TO WS-CONT-AJENAS-RECHAZADAS.

           IF WS-VENTCRUZ-DISPONIBLE
              MOVE SPACES                   TO REG-VENTA-CRUZADA
              MOVE WS-ARCH-SUCURSAL         TO VCR-SUC-ARCHIVO
              MOVE WS-SUC-VENDEDOR          TO VCR-SUC-VENDEDOR
              MOVE ENT-ID-EMPLEADO          TO VCR-ID-EMPLEADO
              MOVE WS-NOMBRE-OFICIAL        TO VCR-NOMBRE-APELLIDO
              MOVE ENT-FECHA                TO VCR-FECHA
              MOVE WS-VF-CLAVE              TO VCR-FECHA-CLAVE
              MOVE ENT-CATEGORIA            TO VCR-CATEGORIA
              MOVE ENT-IMPORTE              TO VCR-IMPORTE
              IF ENT-TIPO = SPACE
                 MOVE 'V'                   TO VCR-TIPO
              ELSE
                 MOVE ENT-TIPO              TO VCR-TIPO
              END-IF
              MOVE 'R'                      TO VCR-ACCION
              PERFORM 1579-ESCRIBIR-VENTA-CRUZADA
                 THRU 1579-ESCRIBIR-VENTA-CRUZADA-FIN
           END-IF.

       1578-GRABAR-VENTA-CRUZADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1579-ESCRIBIR-VENTA-CRUZADA.

           ACCEPT VCR-FECHA-PROCESO         FROM DATE YYYYMMDD.
           WRITE REG-VENTA-CRUZADA.
           IF FS-VENTCRUZ-OK
              MOVE 'S'                      TO WS-DIA-OPERACION
              MOVE 'VENTCRUZ'               TO WS-DIA-ARCHIVO
              MOVE REG-VENTA-CRUZADA        TO WS-DIA-IMAGEN
              PERFORM 2950-GRABAR-DIARIO
                 THRU 2950-GRABAR-DIARIO-FIN
           ELSE
              DISPLAY 'ERROR AL GRABAR VENTCRUZ.DAT. FILE STATUS: '
                      FS-VENTCRUZ
           END-IF.

       1579-ESCRIBIR-VENTA-CRUZADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CRUZA LA DEVOLUCION O ANULACION CONTRA EL DETALLE YA
      * PROCESADO (VENTDET.DAT): LA REFERENCIA DEBE SER UNA FECHA
      * VALIDA, EL EMPLEADO TIENE QUE TENER VENTAS APLICADAS ESE DIA
      * RETIENE EN LA TABLA DE LA CORRIDA LA DEVOLUCION RECIEN
      * ACEPTADA, PARA QUE LAS SIGUIENTES DEL MISMO ARCHIVO CONTRA
      * LA MISMA VENTA SE VALIDEN CONTRA EL ACUMULADO REAL. SI LA
      * TABLA SE LLENA, SEGUIR DEJARIA VALIDAR LAS COMBINACIONES
      * NUEVAS SOLO CONTRA VENTDET.DAT: SE ABORTA LA CORRIDA.
      *----------------------------------------------------------------*
       1594-ACUMULAR-DEVOL-CORRIDA.

                    MOVE ENT-IMPORTE
                           TO WS-DVC-IMPORTE (WS-CANT-DEVOL-CORRIDA)
               WHEN OTHER
                    MOVE 'EL ARCHIVO SUPERA LAS 500 DEVOLUCIONES'
                                             TO WS-LOG-TEXTO
                    PERFORM 2990-ABORTAR-POR-TOPE
                       THRU 2990-ABORTAR-POR-TOPE-FIN
           END-EVALUATE.

       1594-ACUMULAR-DEVOL-CORRIDA-FIN.
           ELSE
              MOVE 0                        TO EXC-REF-IMPORTE
           END-IF.
           MOVE ' - '                       TO EXC-SEPARADOR.
           MOVE WS-MOTIVO-RECHAZO           TO EXC-MOTIVO.
           IF NOT WS-ARCH-REPROCESO
              MOVE WS-ARCH-SUCURSAL         TO EXC-SUCURSAL
           END-IF.

           WRITE REG-EXCEPCION.
           IF NOT FS-EXCEPCIONES-OK
                    PERFORM 2010-PROCESAR-GRUPO-FECHA
                       THRU 2010-PROCESAR-GRUPO-FECHA-FIN
                      UNTIL WS-SORT-EOF
                         OR WS-ABORT-TOPE
           END-EVALUATE.

       2000-PROCESAR-PROGRAMA-FIN.
           PERFORM 2100-PROCESAR-GRUPO-EMPLEADO
              THRU 2100-PROCESAR-GRUPO-EMPLEADO-FIN
             UNTIL WS-SORT-EOF
                OR ORD-FECHA-CLAVE NOT EQUAL WS-CC-FECHA-CLAVE-ANT
                OR WS-ABORT-TOPE.

      * UNA FECHA CORTADA POR TOPE DE TABLA NO SE GRABA NI SE
      * CHECKPOINTEA: QUEDARIA CON TOTALES INCOMPLETOS.
           IF NOT WS-SALTAR-GRUPO AND WS-CC-CANT-APLIC-FECHA > 0
              AND NOT WS-ABORT-TOPE
              PERFORM 2200-MOSTRAR-DATO-PARCIAL
                 THRU 2200-MOSTRAR-DATO-PARCIAL-FIN
              ADD WS-CC-IMPORTE-ACUM         TO WS-YTD-IMPORTE-ACUM
              END-IF
           END-IF.

           IF NOT WS-ABORT-TOPE
              PERFORM 2900-GRABAR-CHECKPOINT
                 THRU 2900-GRABAR-CHECKPOINT-FIN
           END-IF.

       2010-PROCESAR-GRUPO-FECHA-FIN.
           EXIT.

           MOVE 0                           TO WS-CC-EMP-IMPORTE-ACUM.
           MOVE 0                           TO WS-CC-EMP-CANT-ACUM.
           MOVE 0                           TO WS-CC-EMP-CANT-APLIC.
           MOVE ORD-ID-EMPLEADO             TO WS-CC-EMPLEADO-ANT.
           MOVE ORD-NOMBRE-APELLIDO         TO WS-CC-EMP-NOMBRE-ANT.

              THRU 2110-ACUMULAR-DATOS-FIN
             UNTIL WS-SORT-EOF
                OR ORD-FECHA-CLAVE NOT EQUAL WS-CC-FECHA-CLAVE-ANT
                OR ORD-ID-EMPLEADO NOT EQUAL WS-CC-EMPLEADO-ANT
                OR WS-ABORT-TOPE.

           IF NOT WS-SALTAR-GRUPO AND WS-CC-EMP-CANT-APLIC > 0
              AND NOT WS-ABORT-TOPE
              PERFORM 2160-MOSTRAR-SUBTOTAL-EMPLEADO
                 THRU 2160-MOSTRAR-SUBTOTAL-EMPLEADO-FIN
              PERFORM 2170-ACTUALIZAR-EMPLEADO-TOTAL
      *----------------------------------------------------------------*
       2110-ACUMULAR-DATOS.

      * LA HUELLA SE CONTROLA SOLO CUANDO EL GRUPO SE APLICA DE
      * VERDAD: LA DE UN GRUPO SALTEADO POR REANUDACION YA QUEDO
      * GRABADA EN LA CORRIDA ANTERIOR.
           MOVE 'N'                         TO WS-SW-DUPLICADO.
           IF WS-HUELLAS-DISPONIBLE AND NOT WS-SALTAR-GRUPO
              PERFORM 2105-CONTROLAR-HUELLA
                 THRU 2105-CONTROLAR-HUELLA-FIN
           END-IF.

           IF WS-DUPLICADO
              PERFORM 2107-RECHAZAR-DUPLICADO
                 THRU 2107-RECHAZAR-DUPLICADO-FIN
           ELSE
              PERFORM 2115-APLICAR-MOVIMIENTO
                 THRU 2115-APLICAR-MOVIMIENTO-FIN
           END-IF.

           PERFORM 2050-RETORNAR-REGISTRO
              THRU 2050-RETORNAR-REGISTRO-FIN.

       2110-ACUMULAR-DATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2115-APLICAR-MOVIMIENTO.

           ADD 1                            TO WS-CC-CANT-APLIC-FECHA.
           ADD 1                            TO WS-CC-EMP-CANT-APLIC.

           IF ORD-ES-DEVOLUCION
              SUBTRACT ORD-IMPORTE          FROM WS-CC-IMPORTE-ACUM
              SUBTRACT ORD-IMPORTE          FROM WS-CC-EMP-IMPORTE-ACUM
                 THRU 2140-REGISTRAR-DETALLE-FIN
           END-IF.

           IF ORD-SUC-VENDEDOR NOT = SPACES AND NOT WS-SALTAR-GRUPO
              PERFORM 2117-GRABAR-VENTA-MARCADA
                 THRU 2117-GRABAR-VENTA-MARCADA-FIN
           END-IF.

       2115-APLICAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEJA EN VENTCRUZ.DAT LA VENTA CRUZADA ACEPTADA CON MARCA. SE
      * GRABA AL APLICARLA Y NO AL VALIDARLA: ASI UN POSIBLE
      * DUPLICADO, QUE TERMINA EN EXCEPCIO.TXT, NO QUEDA LISTADO COMO
      * VENTA CRUZADA ACEPTADA.
      *----------------------------------------------------------------*
       2117-GRABAR-VENTA-MARCADA.

           ADD 1                            TO WS-CONT-AJENAS-MARCADAS.

           IF WS-VENTCRUZ-DISPONIBLE
              MOVE SPACES                   TO REG-VENTA-CRUZADA
              MOVE WS-ARCH-SUCURSAL         TO VCR-SUC-ARCHIVO
              MOVE ORD-SUC-VENDEDOR         TO VCR-SUC-VENDEDOR
              MOVE ORD-ID-EMPLEADO          TO VCR-ID-EMPLEADO
              MOVE ORD-NOMBRE-APELLIDO      TO VCR-NOMBRE-APELLIDO
              MOVE ORD-FECHA                TO VCR-FECHA
              MOVE ORD-FECHA-CLAVE          TO VCR-FECHA-CLAVE
              MOVE ORD-CATEGORIA            TO VCR-CATEGORIA
              MOVE ORD-IMPORTE              TO VCR-IMPORTE
              MOVE ORD-TIPO                 TO VCR-TIPO
              MOVE 'M'                      TO VCR-ACCION
              PERFORM 1579-ESCRIBIR-VENTA-CRUZADA
                 THRU 1579-ESCRIBIR-VENTA-CRUZADA-FIN
           END-IF.

       2117-GRABAR-VENTA-MARCADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA LA HUELLA DEL MOVIMIENTO (EMPLEADO, FECHA, CATEGORIA,
      * IMPORTE Y TIPO). SI YA EXISTE, DE ESTE MISMO ARCHIVO O DE
      * CUALQUIER CORRIDA ANTERIOR, EL MOVIMIENTO ES UN POSIBLE
      * DUPLICADO, SALVO QUE VENGA LIBERADO DESDE CL11RP01: ENTONCES
      * SE ACEPTA Y SE LE GRABA LA PRIMERA SECUENCIA LIBRE, PARA QUE
      * UNA NUEVA REPETICION DEL MISMO MOVIMIENTO VUELVA A DETECTARSE.
      * LA SUCURSAL NO FORMA PARTE DE LA CLAVE: UN REPROCESO NO TRAE
      * LA SUCURSAL ORIGINAL Y DEBE CHOCAR IGUAL CONTRA LA VENTA QUE
      * YA ENTRO POR EL ARCHIVO DE LA SUCURSAL.
      *----------------------------------------------------------------*
       2105-CONTROLAR-HUELLA.

           MOVE ORD-ID-EMPLEADO              TO HUE-ID-EMPLEADO.
           MOVE ORD-FECHA-CLAVE              TO HUE-FECHA-CLAVE.
           MOVE ORD-CATEGORIA                TO HUE-CATEGORIA.
           MOVE ORD-IMPORTE                  TO HUE-IMPORTE.
           MOVE ORD-TIPO                     TO HUE-TIPO.
           MOVE 0                            TO HUE-SECUENCIA.
           IF WS-ARCH-SUCURSAL = SPACES
              MOVE 'SIN-DATO'                TO HUE-SUCURSAL
           ELSE
              MOVE WS-ARCH-SUCURSAL          TO HUE-SUCURSAL
           END-IF.
           MOVE WS-ARCH-PERIODO              TO HUE-PERIODO.
           MOVE WS-LCK-FECHA-HOY             TO HUE-FECHA-PROCESO.
           MOVE 'N'                          TO HUE-LIBERADA.
           MOVE 'N'                          TO WS-SW-HUELLA-GRABADA.

           WRITE REG-HUELLA
              INVALID KEY
                 IF ORD-ES-LIBERADO
                    MOVE 'S'                 TO HUE-LIBERADA
                    PERFORM 2106-GRABAR-HUELLA-LIBERADA
                       THRU 2106-GRABAR-HUELLA-LIBERADA-FIN
                      UNTIL WS-HUELLA-GRABADA
                         OR HUE-SECUENCIA = 999
                    IF WS-HUELLA-GRABADA
                       ADD 1                 TO WS-CONT-LIBERADOS
                    ELSE
                       MOVE 'S'              TO WS-SW-DUPLICADO
                    END-IF
                 ELSE
                    MOVE 'S'                 TO WS-SW-DUPLICADO
                 END-IF
              NOT INVALID KEY
                 PERFORM 2109-DIARIZAR-HUELLA
                    THRU 2109-DIARIZAR-HUELLA-FIN
           END-WRITE.

       2105-CONTROLAR-HUELLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2106-GRABAR-HUELLA-LIBERADA.

           ADD 1                             TO HUE-SECUENCIA.

           WRITE REG-HUELLA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S'                    TO WS-SW-HUELLA-GRABADA
                 PERFORM 2109-DIARIZAR-HUELLA
                    THRU 2109-DIARIZAR-HUELLA-FIN
           END-WRITE.

       2106-GRABAR-HUELLA-LIBERADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2109-DIARIZAR-HUELLA.

           MOVE 'A'                          TO WS-DIA-OPERACION.
           MOVE 'HUELLAS'                    TO WS-DIA-ARCHIVO.
           MOVE REG-HUELLA                   TO WS-DIA-IMAGEN.
           PERFORM 2950-GRABAR-DIARIO
              THRU 2950-GRABAR-DIARIO-FIN.

       2109-DIARIZAR-HUELLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL POSIBLE DUPLICADO SE SACA DE LOS ACEPTADOS Y VA A
      * EXCEPCIO.TXT CON SU MOTIVO, DONDE CL11RP01 PUEDE LIBERARLO
      * SI EL OPERADOR CONFIRMA QUE ES UNA VENTA LEGITIMA.
      *----------------------------------------------------------------*
       2107-RECHAZAR-DUPLICADO.

           SUBTRACT 1                        FROM WS-CONT-REG-ACEPTADOS.
           ADD 1                             TO WS-CONT-REG-RECHAZADOS.
           ADD 1                             TO WS-CONT-DUPLICADOS.
           ADD 1                             TO WS-ARCH-CONT-DUPLICADOS.
           ADD 1                             TO WS-CC-CANT-DUP-FECHA.

           MOVE SPACES                       TO REG-EXCEPCION.
           MOVE ORD-FECHA                    TO EXC-FECHA.
           MOVE ORD-ID-EMPLEADO              TO EXC-ID-EMPLEADO.
           MOVE ORD-NOMBRE-ENTRADA           TO EXC-NOMBRE-APELLIDO.
           MOVE ORD-CATEGORIA                TO EXC-CATEGORIA.
           MOVE ORD-IMPORTE                  TO EXC-IMPORTE.
           MOVE ORD-TIPO-ENTRADA             TO EXC-TIPO.
           MOVE ORD-REF-FECHA                TO EXC-REF-FECHA.
           IF ORD-REF-IMPORTE IS NUMERIC
              MOVE ORD-REF-IMPORTE           TO EXC-REF-IMPORTE
           ELSE
              MOVE 0                         TO EXC-REF-IMPORTE
           END-IF.
           MOVE ' - '                        TO EXC-SEPARADOR.
           MOVE 'POSIBLE DUPLICADO'          TO EXC-MOTIVO.
           IF NOT WS-ARCH-REPROCESO
              MOVE WS-ARCH-SUCURSAL          TO EXC-SUCURSAL
           END-IF.

           WRITE REG-EXCEPCION.
           IF NOT FS-EXCEPCIONES-OK
              DISPLAY 'ERROR AL GRABAR EXCEPCION. FILE STATUS: '
                      FS-EXCEPCIONES
           END-IF.

           IF WS-ARCH-SUCURSAL = SPACES
              MOVE 'SIN-DATO'                TO WS-DUP-SUC-BUSCADA
           ELSE
              MOVE WS-ARCH-SUCURSAL          TO WS-DUP-SUC-BUSCADA
           END-IF.

           MOVE 'N'                          TO WS-SW-DUP-SUC-HALLADA.
           MOVE 0                            TO WS-POS-DUP.
           PERFORM 2108-BUSCAR-DUP-SUCURSAL
              THRU 2108-BUSCAR-DUP-SUCURSAL-FIN
             VARYING WS-SUB-DUP FROM 1 BY 1
               UNTIL WS-SUB-DUP > WS-CANT-DUP-SUCURSAL
                  OR WS-DUP-SUC-HALLADA.

           IF NOT WS-DUP-SUC-HALLADA
              ADD 1                          TO WS-CANT-DUP-SUCURSAL
              MOVE WS-CANT-DUP-SUCURSAL      TO WS-POS-DUP
              MOVE WS-DUP-SUC-BUSCADA
                                 TO WS-DUP-SUCURSAL (WS-POS-DUP)
              MOVE 0             TO WS-DUP-CANTIDAD (WS-POS-DUP)
              MOVE 0             TO WS-DUP-IMPORTE (WS-POS-DUP)
           END-IF.

           ADD 1                 TO WS-DUP-CANTIDAD (WS-POS-DUP).
           ADD ORD-IMPORTE       TO WS-DUP-IMPORTE (WS-POS-DUP).

       2107-RECHAZAR-DUPLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2108-BUSCAR-DUP-SUCURSAL.

           IF WS-DUP-SUCURSAL (WS-SUB-DUP) = WS-DUP-SUC-BUSCADA
              MOVE 'S'                       TO WS-SW-DUP-SUC-HALLADA
              MOVE WS-SUB-DUP                TO WS-POS-DUP
           END-IF.

       2108-BUSCAR-DUP-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ACUMULA EL MOVIMIENTO EN EL DETALLE VENDIDO/DEVUELTO POR
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR VENTDET.DAT. FILE '
                               'STATUS: ' FS-VENTDET
                    NOT INVALID KEY
                       MOVE 'A'              TO WS-DIA-OPERACION
                       MOVE 'VENTDET'        TO WS-DIA-ARCHIVO
                       MOVE REG-VENTA-DETALLE
                                             TO WS-DIA-IMAGEN
                       PERFORM 2950-GRABAR-DIARIO
                          THRU 2950-GRABAR-DIARIO-FIN
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'M'                    TO WS-DIA-OPERACION
                 MOVE 'VENTDET'              TO WS-DIA-ARCHIVO
                 MOVE REG-VENTA-DETALLE      TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
                 IF ORD-ES-DEVOLUCION
                    ADD ORD-IMPORTE          TO VEN-DEVUELTO
                 ELSE
      *----------------------------------------------------------------*
       2130-AGREGAR-CATEGORIA.

           IF WS-CANT-CATEGORIAS < 999
              ADD 1                         TO WS-CANT-CATEGORIAS
              MOVE ORD-CATEGORIA
                          TO WS-CAT-NOMBRE (WS-CANT-CATEGORIAS)
                 MOVE 1   TO WS-CAT-CANT-ACUM (WS-CANT-CATEGORIAS)
              END-IF
           ELSE
              MOVE 'LA FECHA SUPERA LAS 999 CATEGORIAS'
                                            TO WS-LOG-TEXTO
              PERFORM 2990-ABORTAR-POR-TOPE
                 THRU 2990-ABORTAR-POR-TOPE-FIN
           END-IF.

       2130-AGREGAR-CATEGORIA-FIN.
                 MOVE WS-CC-EMP-IMPORTE-ACUM TO EMP-IMPORTE-TOTAL
                 MOVE WS-CC-EMP-CANT-ACUM    TO EMP-CANT-VENTAS-TOTAL
                 WRITE REG-EMPLEADO-TOTAL
                 IF FS-EMPLEADOS-OK
                    MOVE 'A'                 TO WS-DIA-OPERACION
                    MOVE 'EMPLEADO'          TO WS-DIA-ARCHIVO
                    MOVE REG-EMPLEADO-TOTAL  TO WS-DIA-IMAGEN
                    PERFORM 2950-GRABAR-DIARIO
                       THRU 2950-GRABAR-DIARIO-FIN
                 END-IF
              NOT INVALID KEY
                 MOVE 'M'                    TO WS-DIA-OPERACION
                 MOVE 'EMPLEADO'             TO WS-DIA-ARCHIVO
                 MOVE REG-EMPLEADO-TOTAL     TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
                 ADD WS-CC-EMP-IMPORTE-ACUM  TO EMP-IMPORTE-TOTAL
                 ADD WS-CC-EMP-CANT-ACUM     TO EMP-CANT-VENTAS-TOTAL
                 MOVE WS-CC-EMP-NOMBRE-ANT   TO EMP-NOMBRE-APELLIDO
                 THRU 2180-ACTUALIZAR-EMPLEADO-MES-FIN
           END-IF.

           IF WS-PERIODOS-DISPONIBLE
              PERFORM 2185-ABRIR-PERIODO
                 THRU 2185-ABRIR-PERIODO-FIN
           END-IF.

       2170-ACTUALIZAR-EMPLEADO-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EMPMES.DAT. FILE '
                               'STATUS: ' FS-EMPMES
                    NOT INVALID KEY
                       MOVE 'A'              TO WS-DIA-OPERACION
                       MOVE 'EMPMES'         TO WS-DIA-ARCHIVO
                       MOVE REG-EMPLEADO-MES TO WS-DIA-IMAGEN
                       PERFORM 2950-GRABAR-DIARIO
                          THRU 2950-GRABAR-DIARIO-FIN
                 END-WRITE
              NOT INVALID KEY
                 MOVE 'M'                    TO WS-DIA-OPERACION
                 MOVE 'EMPMES'               TO WS-DIA-ARCHIVO
                 MOVE REG-EMPLEADO-MES       TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
                 ADD WS-CC-EMP-IMPORTE-ACUM  TO EMM-IMPORTE
                 ADD WS-CC-EMP-CANT-ACUM     TO EMM-CANT-VENTAS
                 MOVE WS-CC-EMP-NOMBRE-ANT   TO EMM-NOMBRE-APELLIDO
       2180-ACTUALIZAR-EMPLEADO-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL PRIMER MOVIMIENTO ACUMULADO DE UN PERIODO LO DA DE ALTA
      * COMO ABIERTO. UN PERIODO QUE YA EXISTE NO SE TOCA: SU ESTADO
      * LO AVANZAN LA LIQUIDACION, LA INTERFAZ Y EL CIERRE.
      *----------------------------------------------------------------*
       2185-ABRIR-PERIODO.

           DIVIDE WS-CC-FECHA-CLAVE-ANT BY 100
                  GIVING WS-PERIODO-EMPLEADO.

           IF WS-PERIODO-EMPLEADO NOT = WS-PER-ULTIMO-ABIERTO
              MOVE WS-PERIODO-EMPLEADO       TO PER-PERIODO
              READ PERIODOS
                 KEY IS PER-PERIODO
                 INVALID KEY
                    INITIALIZE REG-PERIODO
                    MOVE WS-PERIODO-EMPLEADO TO PER-PERIODO
                    MOVE 'A'                 TO PER-ESTADO
                    MOVE 'N'                 TO PER-MARCA-REAPERTURA
                    MOVE WS-LCK-FECHA-HOY    TO PER-FECHA-APERTURA
                    MOVE WS-LCK-PROPIA       TO PER-ULTIMO-PROGRAMA
                    WRITE REG-PERIODO
                       INVALID KEY
                          DISPLAY 'ERROR AL GRABAR PERIODOS.DAT. '
                                  'FILE STATUS: ' FS-PERIODOS
                       NOT INVALID KEY
                          MOVE 'A'           TO WS-DIA-OPERACION
                          MOVE 'PERIODOS'    TO WS-DIA-ARCHIVO
                          MOVE REG-PERIODO   TO WS-DIA-IMAGEN
                          PERFORM 2950-GRABAR-DIARIO
                             THRU 2950-GRABAR-DIARIO-FIN
                    END-WRITE
              END-READ
              MOVE WS-PERIODO-EMPLEADO       TO WS-PER-ULTIMO-ABIERTO
           END-IF.

       2185-ABRIR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MUESTRA Y GRABA EL TOTAL DE LA FECHA Y SU DESGLOSE POR
      * CATEGORIA.
      *----------------------------------------------------------------*
           EXIT.
      *----------------------------------------------------------------*
      * PERSISTE EL CORTE DE LA FECHA (TOTAL, CANTIDAD Y DESGLOSE POR
      * CATEGORIA) EN EL HISTORICO DIARIO: EL REGISTRO DEL DIA Y UNO
      * POR CATEGORIA. EN UNA CORRIDA NORMAL, SI LA FECHA YA EXISTE DE
      * UNA CORRIDA ANTERIOR SE REEMPLAZA COMPLETA (SE BORRAN TODOS SUS
      * REGISTROS Y SE GRABAN LOS NUEVOS), ASI UN MES REPROCESADO
      * COMPLETO NO DUPLICA EL DIA NI DEJA CATEGORIAS VIEJAS. EN UN
      * ARCHIVO DE REPROCESO DE EXCEPCIONES (CL11RP01) EL CORTE SE
      * SUMA AL DIA YA GRABADO, PORQUE SON CORRECCIONES
      * INCREMENTALES. LO MISMO CUANDO EL CORTE TUVO POSIBLES
      * DUPLICADOS: LO QUE YA ESTABA GRABADO SE CONSERVA Y SOLO SE
      * SUMA LO NUEVO.
      *----------------------------------------------------------------*
       2250-GRABAR-HISTORIA.

           IF WS-ARCH-REPROCESO OR WS-CC-CANT-DUP-FECHA > 0
              PERFORM 2270-ACUMULAR-EN-HISTORIA
                 THRU 2270-ACUMULAR-EN-HISTORIA-FIN
           ELSE
              PERFORM 2265-BORRAR-DIA-HISTORIA
                 THRU 2265-BORRAR-DIA-HISTORIA-FIN
              PERFORM 2255-ARMAR-HISTORIA-NUEVA
                 THRU 2255-ARMAR-HISTORIA-NUEVA-FIN
              PERFORM 2258-ESCRIBIR-HISTORIA
                 THRU 2258-ESCRIBIR-HISTORIA-FIN
              PERFORM 2260-GRABAR-CATEGORIA
                 THRU 2260-GRABAR-CATEGORIA-FIN
                VARYING WS-IDX-CAT FROM 1 BY 1
                  UNTIL WS-IDX-CAT > WS-CANT-CATEGORIAS
           END-IF.

       2250-GRABAR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA EL REGISTRO DEL DIA (CATEGORIA EN BLANCO).
      *----------------------------------------------------------------*
       2255-ARMAR-HISTORIA-NUEVA.

           INITIALIZE REG-HISTORIA.

           MOVE WS-CC-FECHA-CLAVE-ANT        TO HIS-FECHA-CLAVE.
           MOVE SPACES                       TO HIS-CATEGORIA.
           MOVE WS-CC-FECHA-ANT              TO HIS-FECHA.
           MOVE WS-CC-IMPORTE-ACUM           TO HIS-IMPORTE.
           MOVE WS-CC-CANT-VENTAS-ACUM       TO HIS-CANT-VENTAS.
           MOVE WS-CC-CANT-DEVOL-ACUM        TO HIS-CANT-DEVOL.
           MOVE WS-CANT-CATEGORIAS           TO HIS-CANT-CATEGORIAS.

       2255-ARMAR-HISTORIA-NUEVA-FIN.
           EXIT.
      *----------------------------------------------------------------*

           WRITE REG-HISTORIA
              INVALID KEY
                 PERFORM 2259-DIARIZAR-HISTORIA-ANT
                    THRU 2259-DIARIZAR-HISTORIA-ANT-FIN
                 REWRITE REG-HISTORIA
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR HISTORICO DIARIO. '
                               'FILE STATUS: ' FS-HISTORIA
                 END-REWRITE
              NOT INVALID KEY
                 MOVE 'A'                    TO WS-DIA-OPERACION
                 MOVE 'HISTDIA'              TO WS-DIA-ARCHIVO
                 MOVE REG-HISTORIA           TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
           END-WRITE.

       2258-ESCRIBIR-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL REGISTRO YA ESTABA GRABADO Y SE REEMPLAZA: SE RELEE EL
      * REGISTRO ANTERIOR PARA DIARIZAR SU IMAGEN Y SE REPONE EL
      * REGISTRO ARMADO.
      *----------------------------------------------------------------*
       2259-DIARIZAR-HISTORIA-ANT.

           MOVE REG-HISTORIA                 TO WS-DIA-IMAGEN-NUEVA.

           READ HISTORIA-DIARIA
              KEY IS HIS-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'M'                    TO WS-DIA-OPERACION
                 MOVE 'HISTDIA'              TO WS-DIA-ARCHIVO
                 MOVE REG-HISTORIA           TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
           END-READ.

           MOVE WS-DIA-IMAGEN-NUEVA          TO REG-HISTORIA.

       2259-DIARIZAR-HISTORIA-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA Y GRABA EL REGISTRO DE UNA CATEGORIA DE LA FECHA.
      *----------------------------------------------------------------*
       2260-GRABAR-CATEGORIA.

           INITIALIZE REG-HISTORIA.

           MOVE WS-CC-FECHA-CLAVE-ANT        TO HIS-FECHA-CLAVE.
           MOVE WS-CAT-NOMBRE (WS-IDX-CAT)   TO HIS-CATEGORIA.
           MOVE WS-CC-FECHA-ANT              TO HIS-FECHA.
           MOVE WS-CAT-IMPORTE-ACUM (WS-IDX-CAT)
                                             TO HIS-IMPORTE.
           MOVE WS-CAT-CANT-ACUM (WS-IDX-CAT)
                                             TO HIS-CANT-VENTAS.

           PERFORM 2258-ESCRIBIR-HISTORIA
              THRU 2258-ESCRIBIR-HISTORIA-FIN.

       2260-GRABAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BORRA TODOS LOS REGISTROS DE LA FECHA (EL DEL DIA Y LOS DE SUS
      * CATEGORIAS), DIARIZANDO LA IMAGEN DE CADA UNO COMO
      * MODIFICACION: AL REVERTIR, CL11RV01 LOS VUELVE A GRABAR. SE
      * REPOSICIONA DESPUES DE CADA BAJA.
      *----------------------------------------------------------------*
       2265-BORRAR-DIA-HISTORIA.

           MOVE 'S'                          TO WS-SW-HIS-QUEDAN.

           PERFORM 2266-BORRAR-UN-REG-DIA
              THRU 2266-BORRAR-UN-REG-DIA-FIN
             UNTIL NOT WS-HIS-QUEDAN.

       2265-BORRAR-DIA-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2266-BORRAR-UN-REG-DIA.

           MOVE 'N'                          TO WS-SW-HIS-QUEDAN.
           MOVE WS-CC-FECHA-CLAVE-ANT        TO HIS-FECHA-CLAVE.
           MOVE LOW-VALUES                   TO HIS-CATEGORIA.

           START HISTORIA-DIARIA
              KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ HISTORIA-DIARIA NEXT RECORD
                 IF FS-HISTORIA-OK
                    AND HIS-FECHA-CLAVE = WS-CC-FECHA-CLAVE-ANT
                    MOVE 'M'                 TO WS-DIA-OPERACION
                    MOVE 'HISTDIA'           TO WS-DIA-ARCHIVO
                    MOVE REG-HISTORIA        TO WS-DIA-IMAGEN
                    PERFORM 2950-GRABAR-DIARIO
                       THRU 2950-GRABAR-DIARIO-FIN
                    DELETE HISTORIA-DIARIA RECORD
                       INVALID KEY
                          DISPLAY 'ERROR AL REEMPLAZAR HISTORICO '
                                  'DIARIO. FILE STATUS: ' FS-HISTORIA
                       NOT INVALID KEY
                          MOVE 'S'           TO WS-SW-HIS-QUEDAN
                    END-DELETE
                 END-IF
           END-START.

       2266-BORRAR-UN-REG-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUMA EL CORTE ACTUAL SOBRE LO YA GRABADO EN EL HISTORICO (MODO
      * REPROCESO): PRIMERO CADA CATEGORIA, CONTANDO LAS QUE SE DAN DE
      * ALTA, Y DESPUES EL REGISTRO DEL DIA.
      *----------------------------------------------------------------*
       2270-ACUMULAR-EN-HISTORIA.

           MOVE 0                            TO WS-HIS-CANT-NUEVAS.

           PERFORM 2275-MERGEAR-UNA-CATEGORIA
              THRU 2275-MERGEAR-UNA-CATEGORIA-FIN
             VARYING WS-IDX-CAT FROM 1 BY 1
               UNTIL WS-IDX-CAT > WS-CANT-CATEGORIAS.

           MOVE WS-CC-FECHA-CLAVE-ANT        TO HIS-FECHA-CLAVE.
           MOVE SPACES                       TO HIS-CATEGORIA.

           READ HISTORIA-DIARIA
              KEY IS HIS-CLAVE
              INVALID KEY
                 PERFORM 2255-ARMAR-HISTORIA-NUEVA
                    THRU 2255-ARMAR-HISTORIA-NUEVA-FIN
                 PERFORM 2258-ESCRIBIR-HISTORIA
                    THRU 2258-ESCRIBIR-HISTORIA-FIN
              NOT INVALID KEY
                 MOVE 'M'                    TO WS-DIA-OPERACION
                 MOVE 'HISTDIA'              TO WS-DIA-ARCHIVO
                 MOVE REG-HISTORIA           TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
                 ADD WS-CC-IMPORTE-ACUM      TO HIS-IMPORTE
                 ADD WS-CC-CANT-VENTAS-ACUM  TO HIS-CANT-VENTAS
                 ADD WS-CC-CANT-DEVOL-ACUM   TO HIS-CANT-DEVOL
                 ADD WS-HIS-CANT-NUEVAS      TO HIS-CANT-CATEGORIAS
                 REWRITE REG-HISTORIA
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR HISTORICO DIARIO. '
                               'FILE STATUS: ' FS-HISTORIA
                 END-REWRITE
           END-READ.

       2270-ACUMULAR-EN-HISTORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2275-MERGEAR-UNA-CATEGORIA.

           MOVE WS-CC-FECHA-CLAVE-ANT        TO HIS-FECHA-CLAVE.
           MOVE WS-CAT-NOMBRE (WS-IDX-CAT)   TO HIS-CATEGORIA.

           READ HISTORIA-DIARIA
              KEY IS HIS-CLAVE
              INVALID KEY
                 ADD 1                       TO WS-HIS-CANT-NUEVAS
                 PERFORM 2260-GRABAR-CATEGORIA
                    THRU 2260-GRABAR-CATEGORIA-FIN
              NOT INVALID KEY
                 MOVE 'M'                    TO WS-DIA-OPERACION
                 MOVE 'HISTDIA'              TO WS-DIA-ARCHIVO
                 MOVE REG-HISTORIA           TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
                 ADD WS-CAT-IMPORTE-ACUM (WS-IDX-CAT)
                                             TO HIS-IMPORTE
                 ADD WS-CAT-CANT-ACUM (WS-IDX-CAT)
                                             TO HIS-CANT-VENTAS
                 REWRITE REG-HISTORIA
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR HISTORICO DIARIO. '
                               'FILE STATUS: ' FS-HISTORIA
                 END-REWRITE
           END-READ.

       2275-MERGEAR-UNA-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PERSISTE EL CORTE DE LA FECHA EN EL HISTORICO POR SUCURSAL
      * HASTA AQUI: NO TRAEN LA SUCURSAL ORIGINAL DE CADA VENTA, ASI
      * QUE EL CONSOLIDADO POR SUCURSAL REFLEJA SOLO LA TRANSMISION
      * ORIGINAL. UN ARCHIVO DE FORMATO VIEJO SIN CABECERA SE
      * ACUMULA BAJO EL CODIGO 'SIN-DATO'. SI EL CORTE TUVO POSIBLES
      * DUPLICADOS, LO NUEVO SE SUMA A LA FECHA YA GRABADA.
      *----------------------------------------------------------------*
       2280-GRABAR-HIST-SUCURSAL.

           PERFORM 2285-ARMAR-HIST-SUC-NUEVA
              THRU 2285-ARMAR-HIST-SUC-NUEVA-FIN.

           IF WS-CC-CANT-DUP-FECHA > 0
              READ HISTORIA-SUCURSAL
                 KEY IS HSU-CLAVE
                 INVALID KEY
                    PERFORM 2285-ARMAR-HIST-SUC-NUEVA
                       THRU 2285-ARMAR-HIST-SUC-NUEVA-FIN
                 NOT INVALID KEY
                    ADD WS-CC-IMPORTE-ACUM     TO HSU-IMPORTE
                    ADD WS-CC-CANT-VENTAS-ACUM TO HSU-CANT-VENTAS
                    ADD WS-CC-CANT-DEVOL-ACUM  TO HSU-CANT-DEVOL
              END-READ
           END-IF.

           PERFORM 2288-ESCRIBIR-HIST-SUC
              THRU 2288-ESCRIBIR-HIST-SUC-FIN.


           WRITE REG-HIST-SUCURSAL
              INVALID KEY
                 PERFORM 2289-DIARIZAR-HIST-SUC-ANT
                    THRU 2289-DIARIZAR-HIST-SUC-ANT-FIN
                 REWRITE REG-HIST-SUCURSAL
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR HISTORICO POR '
                               'SUCURSAL. FILE STATUS: ' FS-HISTSUC
                 END-REWRITE
              NOT INVALID KEY
                 MOVE 'A'                    TO WS-DIA-OPERACION
                 MOVE 'HISTSUC'              TO WS-DIA-ARCHIVO
                 MOVE REG-HIST-SUCURSAL      TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
           END-WRITE.

       2288-ESCRIBIR-HIST-SUC-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MISMO CRITERIO QUE EL HISTORICO DIARIO: SE DIARIZA LA IMAGEN
      * GRABADA ANTES DE REEMPLAZARLA.
      *----------------------------------------------------------------*
       2289-DIARIZAR-HIST-SUC-ANT.

           MOVE REG-HIST-SUCURSAL            TO WS-DIA-IMAGEN-NUEVA.

           READ HISTORIA-SUCURSAL
              KEY IS HSU-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'M'                    TO WS-DIA-OPERACION
                 MOVE 'HISTSUC'              TO WS-DIA-ARCHIVO
                 MOVE REG-HIST-SUCURSAL      TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
           END-READ.

           MOVE WS-DIA-IMAGEN-NUEVA          TO REG-HIST-SUCURSAL.

       2289-DIARIZAR-HIST-SUC-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EL PUNTO DE REANUDACION LUEGO DE CADA CORTE DE FECHA.
      *----------------------------------------------------------------*
       2900-GRABAR-CHECKPOINT.
           MOVE WS-YTD-CANT-VENTAS-ACUM      TO CKP-YTD-CANT-VENTAS.
           MOVE WS-EXT-CANT-REG              TO CKP-EXT-CANT-REG.
           MOVE WS-EXT-HASH                  TO CKP-EXT-HASH.
           MOVE WS-ID-CORRIDA                TO CKP-ID-CORRIDA.
           MOVE WS-DIA-SECUENCIA             TO CKP-SECUENCIA-DIARIO.

           WRITE REG-CHECKPOINT.
           IF NOT FS-CHECKPOINT-OK

       2900-GRABAR-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EN EL DIARIO LA IMAGEN PREPARADA POR EL PUNTO QUE
      * ACTUALIZA EL INDEXADO (O EL AGREGADO A VENTCRUZ.DAT), CON LA
      * SIGUIENTE SECUENCIA DE LA CORRIDA. UNA IMAGEN QUE NO SE PUEDE
      * GRABAR DEJA LA CORRIDA SIN REVERSION COMPLETA: ES UN ERROR DE
      * ARCHIVOS.
      *----------------------------------------------------------------*
       2950-GRABAR-DIARIO.

           IF WS-DIARIO-DISPONIBLE
              ADD 1                          TO WS-DIA-SECUENCIA
              MOVE WS-ID-CORRIDA             TO DIA-ID-CORRIDA
              MOVE WS-DIA-SECUENCIA          TO DIA-SECUENCIA
              MOVE WS-DIA-OPERACION          TO DIA-OPERACION
              MOVE WS-DIA-ARCHIVO            TO DIA-ARCHIVO
              MOVE WS-DIA-IMAGEN             TO DIA-IMAGEN
              WRITE REG-DIARIO
                 INVALID KEY
                    DISPLAY 'ERROR AL GRABAR EL DIARIO DE IMAGENES. '
                            'FILE STATUS: ' FS-DIARIO
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
              END-WRITE
           END-IF.

       2950-GRABAR-DIARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA TABLA EN MEMORIA SE QUEDO CHICA: SEGUIR DEJARIA TOTALES
      * INCOMPLETOS, ASI QUE SE ABORTA LA CORRIDA (RC 12, EL
      * CHECKPOINT QUEDA EN LA ULTIMA FECHA COMPLETA) CON CONSTANCIA
      * EN LA BITACORA. EL MOTIVO LLEGA EN WS-LOG-TEXTO.
      *----------------------------------------------------------------*
       2990-ABORTAR-POR-TOPE.

           DISPLAY 'SE ABORTA LA CORRIDA: ' WS-LOG-TEXTO.

           MOVE 'S'                          TO WS-SW-ABORT-TOPE.
           MOVE 'S'                          TO WS-SW-ERROR-ARCHIVO.

           PERFORM 3350-GRABAR-LOG-ARCHIVO
              THRU 3350-GRABAR-LOG-ARCHIVO-FIN.

       2990-ABORTAR-POR-TOPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           DISPLAY WS-LIS-RECONCILIACION.
           WRITE REG-REPORTE FROM WS-LIS-RECONCILIACION.

           IF WS-CONT-AJENAS-RECHAZADAS > 0
              OR WS-CONT-AJENAS-MARCADAS > 0
              DISPLAY 'VENTAS DE VENDEDORES DE OTRA SUCURSAL: '
                      'RECHAZADAS ' WS-CONT-AJENAS-RECHAZADAS
                      ' MARCADAS ' WS-CONT-AJENAS-MARCADAS
                      ' (VER CL11VC01)'
           END-IF.

           IF WS-CONT-DUPLICADOS > 0 OR WS-CONT-LIBERADOS > 0
              PERFORM 3150-MOSTRAR-DUPLICADOS
                 THRU 3150-MOSTRAR-DUPLICADOS-FIN
           END-IF.

           MOVE WS-EXT-CANT-REG              TO WS-EXT-TRL-CANTIDAD.
           MOVE WS-EXT-HASH                  TO WS-EXT-TRL-HASH.
           WRITE REG-EXTRACTO                FROM WS-EXT-TRAILER.
           PERFORM 3100-MOSTRAR-RANKING
              THRU 3100-MOSTRAR-RANKING-FIN.

           IF WS-DIARIO-DISPONIBLE
              PERFORM 3180-TERMINAR-CORRIDA
                 THRU 3180-TERMINAR-CORRIDA-FIN
           END-IF.

           PERFORM 3200-CERRAR-ARCHIVO
              THRU 3200-CERRAR-ARCHIVO-FIN.

           END-IF.

      * CODIGO DE RETORNO PARA EL PLANIFICADOR: 0 CORRIDA LIMPIA,
      * 4 TERMINO CON RECHAZOS O VENTAS DE VENDEDORES DE OTRA
      * SUCURSAL, 8 ABORTADA POR EXCESO DE RECHAZOS, 12 ERRORES DE
      * ARCHIVOS O ABORTADA POR TOPE DE TABLA.
           EVALUATE TRUE
               WHEN WS-ABORT-TOPE
                    MOVE 12                  TO WS-CODIGO-RETORNO
               WHEN WS-ABORT-RECHAZOS
                    MOVE 8                   TO WS-CODIGO-RETORNO
               WHEN WS-HUBO-ERROR-ARCHIVO
                    MOVE 12                  TO WS-CODIGO-RETORNO
               WHEN WS-CONT-REG-RECHAZADOS > 0
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN WS-CONT-AJENAS-MARCADAS > 0
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN OTHER
                    MOVE 0                   TO WS-CODIGO-RETORNO
           END-EVALUATE.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA Y MUESTRA EL RANKING DE VENDEDORES DEL ANIO A PARTIR DEL
      * ARCHIVO INDEXADO EMPLEADOS-TOTALES, ORDENADO POR IMPORTE TOTAL
      * DESCENDENTE (A IGUAL IMPORTE, POR LEGAJO). ENTRAN TODOS LOS
      * EMPLEADOS DEL ARCHIVO.
      *----------------------------------------------------------------*
       3100-MOSTRAR-RANKING.

           OPEN INPUT EMPLEADOS-TOTALES.

           IF FS-EMPLEADOS-OK
              SORT ORDEN-RANKING
                 ON DESCENDING KEY RNK-IMPORTE-TOTAL
                    ASCENDING KEY RNK-ID-EMPLEADO
                 INPUT PROCEDURE 3110-CARGAR-RANKING
                    THRU 3110-CARGAR-RANKING-FIN
                 OUTPUT PROCEDURE 3120-LISTAR-RANKING
                    THRU 3120-LISTAR-RANKING-FIN
              CLOSE EMPLEADOS-TOTALES
           END-IF.

       3100-MOSTRAR-RANKING-FIN.
      *----------------------------------------------------------------*
       3110-CARGAR-RANKING.

           PERFORM 3115-LIBERAR-EMPLEADO
              THRU 3115-LIBERAR-EMPLEADO-FIN
             UNTIL FS-EMPLEADOS NOT = '00'.

       3110-CARGAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3115-LIBERAR-EMPLEADO.

           READ EMPLEADOS-TOTALES NEXT RECORD.

           IF FS-EMPLEADOS = '00'
              MOVE EMP-ID-EMPLEADO           TO RNK-ID-EMPLEADO
              MOVE EMP-NOMBRE-APELLIDO       TO RNK-NOMBRE-APELLIDO
              MOVE EMP-IMPORTE-TOTAL         TO RNK-IMPORTE-TOTAL
              MOVE EMP-CANT-VENTAS-TOTAL     TO RNK-CANT-VENTAS
              RELEASE REG-ORDEN-RANKING
           END-IF.

       3115-LIBERAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3120-LISTAR-RANKING.

           DISPLAY ' '.
           DISPLAY 'TOP VENDEDORES DEL ANIO'.
           DISPLAY WS-LIS-SEPARADOR.
           WRITE REG-REPORTE FROM WS-LIS-SEPARADOR.
           MOVE 'TOP VENDEDORES DEL ANIO'     TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 0                            TO WS-POS-RANKING.
           MOVE 'N'                          TO WS-SW-SORT-EOF.
           PERFORM 3125-RETORNAR-RANKING
              THRU 3125-RETORNAR-RANKING-FIN.

           PERFORM 3130-MOSTRAR-UN-RANKING
              THRU 3130-MOSTRAR-UN-RANKING-FIN
             UNTIL WS-SORT-EOF.

       3120-LISTAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3125-RETORNAR-RANKING.

           RETURN ORDEN-RANKING
              AT END
                 MOVE 'S'                    TO WS-SW-SORT-EOF
           END-RETURN.

       3125-RETORNAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3130-MOSTRAR-UN-RANKING.

           ADD 1                             TO WS-POS-RANKING.
           MOVE WS-POS-RANKING               TO WS-LIS-R-POS.
           MOVE RNK-ID-EMPLEADO              TO WS-LIS-R-ID.
           MOVE RNK-NOMBRE-APELLIDO          TO WS-LIS-R-NOMBRE.
           MOVE RNK-IMPORTE-TOTAL            TO WS-LIS-R-IMPORTE.

           DISPLAY WS-LIS-RANKING.
           WRITE REG-REPORTE                FROM WS-LIS-RANKING.

           PERFORM 3125-RETORNAR-RANKING
              THRU 3125-RETORNAR-RANKING-FIN.

       3130-MOSTRAR-UN-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMEN DE POSIBLES DUPLICADOS DE LA CORRIDA POR SUCURSAL DE
      * ORIGEN Y CANTIDAD DE DUPLICADOS LIBERADOS QUE SE ACEPTARON.
      *----------------------------------------------------------------*
       3150-MOSTRAR-DUPLICADOS.

           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY 'POSIBLES DUPLICADOS RECHAZADOS: '
                   WS-CONT-DUPLICADOS
                   ' (VER EXCEPCIO.TXT, SE LIBERAN CON CL11RP01)'.
           MOVE 'POSIBLES DUPLICADOS POR SUCURSAL (CANTIDAD | IMPORTE)'
                                             TO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM 3160-MOSTRAR-DUP-SUCURSAL
              THRU 3160-MOSTRAR-DUP-SUCURSAL-FIN
             VARYING WS-SUB-DUP FROM 1 BY 1
               UNTIL WS-SUB-DUP > WS-CANT-DUP-SUCURSAL.

           IF WS-CONT-LIBERADOS > 0
              DISPLAY 'DUPLICADOS LIBERADOS ACEPTADOS: '
                      WS-CONT-LIBERADOS
           END-IF.

       3150-MOSTRAR-DUPLICADOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3160-MOSTRAR-DUP-SUCURSAL.

           MOVE WS-DUP-SUCURSAL (WS-SUB-DUP) TO WS-LIS-DU-SUCURSAL.
           MOVE WS-DUP-CANTIDAD (WS-SUB-DUP) TO WS-LIS-DU-CANTIDAD.
           MOVE WS-DUP-IMPORTE (WS-SUB-DUP)  TO WS-LIS-DU-IMPORTE.

           DISPLAY WS-LIS-DUPLICADO.
           WRITE REG-REPORTE                 FROM WS-LIS-DUPLICADO.

       3160-MOSTRAR-DUP-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA LA CABECERA DE LA CORRIDA EN EL DIARIO CON LA FECHA Y
      * HORA DE FIN Y LA CANTIDAD DE IMAGENES GRABADAS. CL11RV01 USA
      * ESA CABECERA PARA REVERTIRLA.
      *----------------------------------------------------------------*
       3180-TERMINAR-CORRIDA.

           MOVE WS-ID-CORRIDA                TO DIA-ID-CORRIDA.
           MOVE 0                            TO DIA-SECUENCIA.

           READ DIARIO
              KEY IS DIA-CLAVE
              INVALID KEY
                 DISPLAY 'NO SE ENCONTRO LA CABECERA DE LA CORRIDA '
                         WS-ID-CORRIDA ' EN EL DIARIO DE IMAGENES'
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              NOT INVALID KEY
                 MOVE 'T'                    TO DIA-COR-ESTADO
                 ACCEPT DIA-COR-FECHA-FIN    FROM DATE YYYYMMDD
                 ACCEPT WS-FHS-HORA          FROM TIME
                 MOVE WS-FHS-HORA (1:6)      TO DIA-COR-HORA-FIN
                 MOVE WS-DIA-SECUENCIA       TO DIA-COR-CANT-IMAGENES
                 REWRITE REG-DIARIO
                    INVALID KEY
                       DISPLAY 'ERROR AL ACTUALIZAR LA CABECERA DE LA '
                               'CORRIDA. FILE STATUS: ' FS-DIARIO
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                 END-REWRITE
           END-READ.

           MOVE WS-ID-CORRIDA                TO WS-LGC-ID-CORRIDA.
           MOVE 'TERMINADA'                  TO WS-LGC-ACCION.
           MOVE WS-LOG-CORRIDA               TO WS-LGT-TEXTO.
           PERFORM 0590-GRABAR-LOG-TRABA
              THRU 0590-GRABAR-LOG-TRABA-FIN.
           DISPLAY WS-LOG-CORRIDA ' - IMAGENES: ' WS-DIA-SECUENCIA.

       3180-TERMINAR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA LOS ARCHIVOS DE LA CORRIDA.
      *----------------------------------------------------------------*
       3200-CERRAR-ARCHIVO.

              CLOSE MAESTRO
           END-IF.

           IF WS-CATEGORIAS-DISPONIBLE
              CLOSE CATEGORIAS
           END-IF.

           IF WS-ASIGNACIONES-DISPONIBLE
              CLOSE ASIGNACIONES
           END-IF.

           IF WS-VENTCRUZ-DISPONIBLE
              CLOSE VENTAS-CRUZADAS
           END-IF.

           IF WS-HISTORIA-DISPONIBLE
              CLOSE HISTORIA-DIARIA
           END-IF.
              CLOSE VENTAS-DETALLE
           END-IF.

           IF WS-HUELLAS-DISPONIBLE
              CLOSE HUELLAS
           END-IF.

           IF WS-PERIODOS-DISPONIBLE
              CLOSE PERIODOS
           END-IF.

           IF WS-DIARIO-DISPONIBLE
              CLOSE DIARIO
           END-IF.

           IF NOT FS-ENTRADA-OK AND NOT FS-ENTRADA-EOF
              DISPLAY 'ERROR AL CERRAR ARCHIVO ENTRADA: ' FS-ENTRADA
           END-IF.
              MOVE WS-RUTA-ENTRADA-ACTUAL    TO RCP-ARCHIVO
              WRITE REG-RECEPCION
                 INVALID KEY
                    PERFORM 3410-DIARIZAR-RECEPCION-ANT
                       THRU 3410-DIARIZAR-RECEPCION-ANT-FIN
                    REWRITE REG-RECEPCION
                       INVALID KEY
                          DISPLAY 'ERROR AL GRABAR EL REGISTRO DE '
                                  'RECEPCION. FILE STATUS: '
                                  FS-RECEPCION
                    END-REWRITE
                 NOT INVALID KEY
                    MOVE 'A'                 TO WS-DIA-OPERACION
                    MOVE 'RECEPCIO'          TO WS-DIA-ARCHIVO
                    MOVE REG-RECEPCION       TO WS-DIA-IMAGEN
                    PERFORM 2950-GRABAR-DIARIO
                       THRU 2950-GRABAR-DIARIO-FIN
              END-WRITE
           END-IF.

       3400-MARCAR-RECEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL ESTADO ANTERIOR DE LA RECEPCION (EL QUE LA REVERSION DEBE
      * DEVOLVER) SE DIARIZA ANTES DE PISARLO.
      *----------------------------------------------------------------*
       3410-DIARIZAR-RECEPCION-ANT.

           MOVE REG-RECEPCION                TO WS-DIA-IMAGEN-NUEVA.

           READ RECEPCION
              KEY IS RCP-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'M'                    TO WS-DIA-OPERACION
                 MOVE 'RECEPCIO'             TO WS-DIA-ARCHIVO
                 MOVE REG-RECEPCION          TO WS-DIA-IMAGEN
                 PERFORM 2950-GRABAR-DIARIO
                    THRU 2950-GRABAR-DIARIO-FIN
           END-READ.

           MOVE WS-DIA-IMAGEN-NUEVA          TO REG-RECEPCION.

       3410-DIARIZAR-RECEPCION-ANT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BORRA EL CONTENIDO DEL CHECKPOINT AL TERMINAR UNA CORRIDA SIN
      * ERRORES, PARA QUE LA PROXIMA EJECUCION NO OFREZCA REANUDAR UNA
      * CORRIDA QUE YA TERMINO CORRECTAMENTE.
