      *                    no toma porcentajes nuevos. Una tarifa de
      *                    formato viejo sin vigencia se toma como
      *                    siempre vigente.
      *   15/10/2026 GR - Validacion de la categoria contra el
      *                    maestro CATEGOR.DAT (CL11CT01): la venta
      *                    con categoria inexistente o dada de baja
      *                    no se liquida y se agrega a EXCEPCIO.TXT
      *                    (salvo que CL11EJ01 ya la haya dejado)
      *                    para corregirla con CL11RP01.
      *   15/10/2026 GR - Sucursal del vendedor a la fecha de la venta
      *                    (MAESUC.DAT), igual que CL11EJ01: con
      *                    CL11EJ01_VENDEDOR_AJENO en RECHAZA (por
      *                    omision) la venta de un vendedor de otra
      *                    sucursal que la de la cabecera no se
      *                    liquida y se agrega a EXCEPCIO.TXT; con
      *                    MARCA se liquida normalmente.
      *   15/10/2026 GR - Huellas de CL11EJ01 (HUELLAS.DAT): la venta
      *                    que ya entro por el archivo de otra
      *                    sucursal o periodo es un POSIBLE DUPLICADO,
      *                    no se liquida y se agrega a EXCEPCIO.TXT
      *                    (salvo que ya este alli).
      *   15/10/2026 GR - Estado del periodo contable (PERIODOS.DAT):
      *                    la venta de un periodo CERRADO no se
      *                    liquida, va a EXCEPCIO.TXT como PERIODO
      *                    CERRADO y el programa termina con codigo
      *                    de retorno 4. Una liquidacion completa deja
      *                    el periodo LIQUIDADO.
      *   15/10/2026 GR - Cuenta corriente de comisiones (CTACTE.DAT):
      *                    cada empleado liquidado deja un movimiento
      *                    con su apertura por categoria, el tramo y
      *                    el porcentaje aplicados. Volver a liquidar
      *                    el mismo archivo reemplaza el movimiento.
      *   15/10/2026 GR - Superar la tabla de tarifas (100) o el
      *                    limite de movimientos o de categorias de la
      *                    cuenta corriente (999) aborta la liquidacion
      *                    con RC 12 y constancia en CL11EJ01.LOG: el
      *                    LIQUIDA.DAT queda sin trailer y se anulan
      *                    los movimientos de CTACTE.DAT del archivo.
      *   15/10/2026 GR - Posibles duplicados: una venta repetida
      *                    dentro del mismo archivo se liquida tantas
      *                    veces como huellas dejo CL11EJ01 para el
      *                    archivo; las demas repeticiones van a
      *                    EXCEPCIO.TXT como POSIBLE DUPLICADO, igual
      *                    que en CL11EJ01.
      *   15/10/2026 GR - Si el periodo ya esta INTERFACEADO se liquida
      *                    pero no vuelve a LIQUIDADO (no se
      *                    interfacea dos veces) y queda constancia
      *                    en CL11EJ01.LOG.
      *   15/10/2026 GR - La linea de EXCEPCIO.TXT lleva al final la
      *                    sucursal de la cabecera, igual que en
      *                    CL11EJ01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11LQ01.
               ACCESS MODE IS DYNAMIC
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

           SELECT CUENTA-CORRIENTE
               ASSIGN TO 'CTACTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CLAVE
               FILE STATUS IS FS-CUENTA.

           SELECT EXCEPCIONES
               ASSIGN TO 'EXCEPCIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.

           SELECT AUDITORIA
               ASSIGN TO 'CL11EJ01.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.

      *----------------------------------------------------------------*
          05 ENT-REF-FECHA                  PIC X(10).
          05 ENT-REF-IMPORTE                PIC 9(8)V9(2).
          05 ENT-LIBERACION                 PIC X(01).
      *----------------------------------------------------------------*
      * REGISTROS DE CONTROL DEL ARCHIVO MENSUAL, MISMO LAYOUT QUE
      * EN CL11EJ01. UNA FECHA NUNCA EMPIEZA CON H NI T.
          05 ENT-HDR-MARCA                  PIC X(01).
          05 ENT-HDR-SUCURSAL               PIC X(10).
          05 ENT-HDR-PERIODO                PIC X(07).
          05 FILLER                         PIC X(89).
       01 ENT-CONTROL-TRAILER.
          05 ENT-TRL-MARCA                  PIC X(01).
          05 ENT-TRL-CANT                   PIC 9(07).
          05 ENT-TRL-SUMA                   PIC 9(12)V9(2).
          05 FILLER                         PIC X(85).

       SD ARCH-ORDENADO.
       01 REG-ORDENADO.
          05 ORD-IMPORTE                    PIC 9(8)V9(2).
          05 ORD-TIPO                       PIC X(01).
             88 ORD-ES-DEVOLUCION               VALUE 'D' 'A'.
          05 ORD-FECHA-CLAVE                PIC 9(08).
      * DATOS TAL COMO VINIERON, PARA QUE LA EXCEPCION DE UN POSIBLE
      * DUPLICADO SE GRABE IGUAL QUE LAS DE LA VALIDACION.
          05 ORD-FECHA                      PIC X(10).
          05 ORD-NOMBRE-ENTRADA             PIC X(40).
          05 ORD-TIPO-ENTRADA               PIC X(01).
          05 ORD-REF-FECHA                  PIC X(10).
          05 ORD-REF-IMPORTE                PIC 9(8)V9(2).

       FD TARIFAS.
       01 REG-TARIFA.
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
      * ESTADO DEL PERIODO AAAAMM (LO CIERRA CL11PE01). LA LIQUIDACION
      * RECHAZA LAS VENTAS DE UN PERIODO CERRADO Y, SI TERMINA BIEN,
      * DEJA EL PERIODO LIQUIDADO.
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
      * CUENTA CORRIENTE DE COMISIONES (LA LEE CL11CC01). CADA
      * LIQUIDACION DEJA UN MOVIMIENTO POR EMPLEADO: RENGLON 000 CON
      * LOS TOTALES Y UN RENGLON POR CATEGORIA CON EL TRAMO Y EL
      * PORCENTAJE APLICADOS.
      *----------------------------------------------------------------*
       FD CUENTA-CORRIENTE.
       01 REG-CUENTA.
          05 CTA-CLAVE.
             10 CTA-ID-EMPLEADO             PIC 9(05).
             10 CTA-PERIODO                 PIC 9(06).
             10 CTA-MOVIMIENTO              PIC 9(03).
             10 CTA-RENGLON                 PIC 9(03).
          05 CTA-DATOS                      PIC X(183).
       01 REG-CUENTA-MOVIMIENTO.
          05 FILLER                         PIC X(17).
          05 CTM-TIPO                       PIC X(01).
             88 CTM-LIQUIDACION                 VALUE 'L'.
             88 CTM-RELIQUIDACION               VALUE 'R'.
          05 CTM-FECHA-PROCESO              PIC 9(08).
          05 CTM-NOMBRE                     PIC X(40).
          05 CTM-VENTAS                     PIC S9(10)V9(2).
          05 CTM-CANT-VENTAS                PIC 9(05).
          05 CTM-COMISION-ANTERIOR          PIC 9(08)V9(2).
          05 CTM-COMISION-NUEVA             PIC 9(08)V9(2).
          05 CTM-IMPORTE                    PIC S9(08)V9(2).
          05 CTM-CANT-CATEGORIAS            PIC 9(03).
          05 CTM-ARCHIVO                    PIC X(60).
          05 FILLER                         PIC X(24).
       01 REG-CUENTA-CATEGORIA.
          05 FILLER                         PIC X(17).
          05 CTC-CATEGORIA                  PIC X(20).
          05 CTC-VENTAS                     PIC S9(10)V9(2).
          05 CTC-CANT-VENTAS                PIC 9(05).
          05 CTC-TARIFA                     PIC X(01).
             88 CTC-CON-TARIFA                  VALUE 'S'.
             88 CTC-SIN-TARIFA                  VALUE 'N'.
          05 CTC-VOL-DESDE                  PIC 9(10)V9(2).
          05 CTC-PORCENTAJE                 PIC 9(02)V9(02).
          05 CTC-COMISION                   PIC 9(08)V9(2).
          05 FILLER                         PIC X(119).

       FD ASIGNACIONES.
       01 REG-ASIGNACION.
          05 ASG-CLAVE.
             10 ASG-ID-EMPLEADO             PIC 9(05).
             10 ASG-VIG-DESDE               PIC 9(08).
          05 ASG-SUCURSAL                   PIC X(10).
          05 ASG-VIG-HASTA                  PIC 9(08).

      *----------------------------------------------------------------*
      * HUELLAS DE LOS MOVIMIENTOS APLICADOS POR CL11EJ01 (MISMO
      * LAYOUT). SE RECORREN TODAS LAS SECUENCIAS DE CADA MOVIMIENTO.
      *----------------------------------------------------------------*
       FD HUELLAS.
       01 REG-HUELLA.
          05 HUE-CLAVE.
             10 HUE-MOVIMIENTO.
                15 HUE-ID-EMPLEADO          PIC 9(05).
                15 HUE-FECHA-CLAVE          PIC 9(08).
                15 HUE-CATEGORIA            PIC X(20).
                15 HUE-IMPORTE              PIC 9(8)V9(2).
                15 HUE-TIPO                 PIC X(01).
             10 HUE-SECUENCIA               PIC 9(03).
          05 HUE-SUCURSAL                   PIC X(10).
          05 HUE-PERIODO                    PIC X(07).
          05 HUE-FECHA-PROCESO              PIC 9(08).
          05 HUE-LIBERADA                   PIC X(01).

      *----------------------------------------------------------------*
      * MISMO LAYOUT DE EXCEPCIONES QUE GRABA CL11EJ01 Y REPROCESA
      * CL11RP01.
      *----------------------------------------------------------------*
       FD EXCEPCIONES.
       01 REG-EXCEPCION.
          05 EXC-FECHA                      PIC X(10).
          05 FILLER                         PIC X(01).
          05 EXC-ID-EMPLEADO                PIC 9(05).
          05 FILLER                         PIC X(01).
          05 EXC-NOMBRE-APELLIDO            PIC X(40).
          05 FILLER                         PIC X(01).
          05 EXC-CATEGORIA                  PIC X(20).
          05 FILLER                         PIC X(01).
          05 EXC-IMPORTE                    PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(01).
          05 EXC-TIPO                       PIC X(01).
          05 FILLER                         PIC X(01).
          05 EXC-REF-FECHA                  PIC X(10).
          05 FILLER                         PIC X(01).
          05 EXC-REF-IMPORTE                PIC ZZ.ZZZ.ZZ9,99.
          05 EXC-SEPARADOR                  PIC X(03).
          05 EXC-MOTIVO                     PIC X(40).
          05 FILLER                         PIC X(01).
          05 EXC-SUCURSAL                   PIC X(10).

       FD AUDITORIA.
       01 REG-AUDITORIA                     PIC X(150).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
             88 FS-MAESTRO-NFD                   VALUE '35'.
          05 FS-CATEGORIAS                   PIC X(2).
             88 FS-CATEGORIAS-OK                 VALUE '00'.
          05 FS-ASIGNACIONES                 PIC X(2).
             88 FS-ASIGNACIONES-OK               VALUE '00'.
          05 FS-EXCEPCIONES                  PIC X(2).
             88 FS-EXCEPCIONES-OK                VALUE '00'.
             88 FS-EXCEPCIONES-EOF               VALUE '10'.
          05 FS-HUELLAS                      PIC X(2).
             88 FS-HUELLAS-OK                    VALUE '00'.
          05 FS-PERIODOS                     PIC X(2).
             88 FS-PERIODOS-OK                   VALUE '00'.
             88 FS-PERIODOS-NFD                  VALUE '35'.
          05 FS-CUENTA                       PIC X(2).
             88 FS-CUENTA-OK                     VALUE '00'.
             88 FS-CUENTA-NFD                    VALUE '35'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-SORT-EOF                  PIC X(01) VALUE 'N'.
             88 WS-HUBO-ERROR-ARCHIVO            VALUE 'S'.
          05 WS-SW-MAESTRO-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-MAESTRO-DISPONIBLE            VALUE 'S'.
          05 WS-SW-CATEGORIAS-DISPONIBLE     PIC X(01) VALUE 'N'.
             88 WS-CATEGORIAS-DISPONIBLE         VALUE 'S'.
          05 WS-SW-ASIGNACIONES-DISPONIBLE   PIC X(01) VALUE 'N'.
             88 WS-ASIGNACIONES-DISPONIBLE       VALUE 'S'.
          05 WS-SW-FIN-ASIGNACIONES          PIC X(01) VALUE 'N'.
             88 WS-FIN-ASIGNACIONES              VALUE 'S'.
          05 WS-SW-EXC-YA-GRABADA            PIC X(01) VALUE 'N'.
             88 WS-EXC-YA-GRABADA                VALUE 'S'.
          05 WS-SW-PERIODO-CARGADO           PIC X(01) VALUE 'N'.
             88 WS-PERIODO-CARGADO               VALUE 'S'.
          05 WS-SW-TARIFA-HALLADA            PIC X(01) VALUE 'N'.
             88 WS-ARCH-HAY-HEADER               VALUE 'S'.
          05 WS-SW-ARCH-HAY-TRAILER          PIC X(01) VALUE 'N'.
             88 WS-ARCH-HAY-TRAILER              VALUE 'S'.
          05 WS-SW-ARCH-REPROCESO            PIC X(01) VALUE 'N'.
             88 WS-ARCH-REPROCESO                VALUE 'S'.
          05 WS-SW-HUELLAS-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-HUELLAS-DISPONIBLE            VALUE 'S'.
          05 WS-SW-PERIODOS-DISPONIBLE       PIC X(01) VALUE 'N'.
             88 WS-PERIODOS-DISPONIBLE           VALUE 'S'.
          05 WS-SW-CUENTA-DISPONIBLE         PIC X(01) VALUE 'N'.
             88 WS-CUENTA-DISPONIBLE             VALUE 'S'.
          05 WS-SW-FIN-CUENTA                PIC X(01) VALUE 'N'.
             88 WS-FIN-CUENTA                    VALUE 'S'.
          05 WS-SW-ABORT-TOPE                PIC X(01) VALUE 'N'.
             88 WS-ABORT-TOPE                    VALUE 'S'.
          05 WS-SW-DUPLICADO                 PIC X(01) VALUE 'N'.
             88 WS-DUPLICADO                     VALUE 'S'.
          05 WS-SW-FIN-HUELLAS               PIC X(01) VALUE 'N'.
             88 WS-FIN-HUELLAS                   VALUE 'S'.

       01 WS-PARAMETRO.
          05 WS-RUTA-ENTRADA                 PIC X(80) VALUE SPACES.
          05 WS-CONT-REG-ENTRADA             PIC 9(7) VALUE 0.
          05 WS-CONT-REG-ACEPTADOS           PIC 9(7) VALUE 0.
          05 WS-CONT-REG-RECHAZADOS          PIC 9(7) VALUE 0.
          05 WS-CONT-RECH-CERRADO            PIC 9(7) VALUE 0.

       01 WS-PERIODO                         PIC X(07) VALUE SPACES.
       01 WS-PERIODO-CLAVE                   PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      * ULTIMO PERIODO AAAAMM CONSULTADO EN PERIODOS.DAT Y SU ESTADO,
      * PARA NO RELEERLO EN CADA VENTA DEL MISMO MES.
      *----------------------------------------------------------------*
       01 WS-CONTROL-PERIODOS.
          05 WS-PER-VALIDAR                  PIC 9(06) VALUE 0.
          05 WS-PER-ULTIMO-LEIDO             PIC 9(06) VALUE 0.
          05 WS-PER-ULTIMO-ESTADO            PIC X(01) VALUE SPACE.
             88 WS-PER-ULTIMO-CERRADO            VALUE 'C'.
          05 WS-PER-LIQUIDADO                PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      * CONCILIACION DEL ARCHIVO MENSUAL CONTRA SU REGISTRO DE COLA.
      *----------------------------------------------------------------*
          05 WS-ARCH-SUMA-IMPORTE            PIC 9(12)V9(2) VALUE 0.
          05 WS-ARCH-TRL-CANT                PIC 9(07) VALUE 0.
          05 WS-ARCH-TRL-SUMA                PIC 9(12)V9(2) VALUE 0.
          05 WS-ARCH-SUCURSAL                PIC X(10) VALUE SPACES.
          05 WS-ARCH-PERIODO                 PIC X(07) VALUE SPACES.
          05 WS-ARCH-ORIGEN-SUCURSAL         PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * VENTAS DE VENDEDORES DE OTRA SUCURSAL, MISMO PARAMETRO QUE
      * CL11EJ01 (CL11EJ01_VENDEDOR_AJENO: RECHAZA O MARCA).
      *----------------------------------------------------------------*
       01 WS-CONTROL-VENTA-AJENA.
          05 WS-AJENO-PARM                   PIC X(08) VALUE SPACES.
          05 WS-SW-AJENO-MODO                PIC X(01) VALUE 'R'.
             88 WS-AJENO-RECHAZA                 VALUE 'R'.
             88 WS-AJENO-MARCA                   VALUE 'M'.
          05 WS-SUC-VENDEDOR                 PIC X(10) VALUE SPACES.
          05 WS-ASG-SUC-CANDIDATA            PIC X(10) VALUE SPACES.
          05 WS-ASG-HASTA-CANDIDATA          PIC 9(08) VALUE 0.

       01 WS-NOMBRE-OFICIAL                  PIC X(40) VALUE SPACES.
       01 WS-MOTIVO-RECHAZO                  PIC X(40) VALUE SPACES.
       01 WS-EXC-NUEVA                       PIC X(173) VALUE SPACES.

      *----------------------------------------------------------------*
      * REPETICIONES DE UN MISMO MOVIMIENTO EN EL ARCHIVO CONTRA LAS
      * HUELLAS QUE GRABO CL11EJ01: LAS DE ESTE ARCHIVO (SUCURSAL Y
      * PERIODO) Y LAS DE OTROS.
      *----------------------------------------------------------------*
       01 WS-CONTROL-HUELLAS.
          05 WS-HUC-ACTUAL.
             10 WS-HUC-ID-EMPLEADO           PIC 9(05).
             10 WS-HUC-FECHA-CLAVE           PIC 9(08).
             10 WS-HUC-CATEGORIA             PIC X(20).
             10 WS-HUC-IMPORTE               PIC 9(8)V9(2).
             10 WS-HUC-TIPO                  PIC X(01).
          05 WS-HUC-ANTERIOR                 PIC X(44) VALUE LOW-VALUES.
          05 WS-HUC-PROPIAS                  PIC 9(04) VALUE 0.
          05 WS-HUC-AJENAS                   PIC 9(04) VALUE 0.
          05 WS-HUC-OCURRENCIAS              PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      * TOPE DE IMPORTE PARA DEVOLUCIONES Y ANULACIONES, EL MISMO
          05 WS-EMP-CANT-ACUM                PIC 9(05).
          05 WS-EMP-COMISION-ACUM            PIC 9(08)V9(2).

      *----------------------------------------------------------------*
      * MOVIMIENTO DE CUENTA CORRIENTE DEL EMPLEADO EN CURSO. SI EL
      * MISMO ARCHIVO YA SE HABIA LIQUIDADO PARA EL PERIODO, SU
      * MOVIMIENTO SE REEMPLAZA EN LUGAR DE SUMAR OTRO.
      *----------------------------------------------------------------*
       01 WS-CONTROL-CUENTA.
          05 WS-CTA-PERIODO                  PIC 9(06) VALUE 0.
          05 WS-CTA-MOVIMIENTO               PIC 9(03) VALUE 0.
          05 WS-CTA-ULTIMO-MOV               PIC 9(03) VALUE 0.
          05 WS-CTA-REEMPLAZO                PIC 9(03) VALUE 0.
          05 WS-CTA-RENGLON                  PIC 9(03) VALUE 0.
          05 WS-CTA-RENGLONES-ANT            PIC 9(03) VALUE 0.
          05 WS-CTA-SUB                      PIC 9(04) VALUE 0.
          05 WS-CTA-ANULADOS                 PIC 9(05) VALUE 0.

       01 WS-TOTALES-GENERALES.
          05 WS-TOT-EMPLEADOS                PIC 9(05) VALUE 0.
          05 WS-TOT-VENTAS                   PIC S9(12)V9(2) VALUE 0.
       01 WS-FECHA-SISTEMA.
          05 WS-FSI-FECHA                    PIC 9(08).

      *----------------------------------------------------------------*
      * LINEA DE LA BITACORA CL11EJ01.LOG CUANDO SE SUPERA UN TOPE O
      * CUANDO SE LIQUIDA DE NUEVO UN PERIODO YA INTERFACEADO.
      *----------------------------------------------------------------*
       01 WS-FECHA-HOY.
          05 WS-FHY-ANIO                     PIC 9(04).
          05 WS-FHY-MES                      PIC 9(02).
          05 WS-FHY-DIA                      PIC 9(02).
       01 WS-HORA-AHORA                      PIC 9(08) VALUE 0.

       01 WS-LOG-ABORTO.
          05 FILLER                          PIC X(08) VALUE 'CL11LQ01'.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGA-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-TEXTO                    PIC X(80).

       01 WS-DEFAULT-ENTRADA               PIC X(80)
                                            VALUE '../AGOSTO.TXT'.

       0100-OBTENER-PARAMETRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LA TABLA DE TARIFAS, ABRE LOS MAESTROS DE EMPLEADOS Y DE
      * CATEGORIAS Y LOS ARCHIVOS DE SALIDA.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

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

           OPEN INPUT ASIGNACIONES.
           IF FS-ASIGNACIONES-OK
              MOVE 'S'                 TO WS-SW-ASIGNACIONES-DISPONIBLE
           END-IF.

      * SIN HUELLAS (CL11EJ01 NUNCA CORRIO) NO HAY CONTRA QUE
      * DETECTAR DUPLICADOS Y SE LIQUIDA IGUAL.
           OPEN INPUT HUELLAS.
           IF FS-HUELLAS-OK
              MOVE 'S'                      TO WS-SW-HUELLAS-DISPONIBLE
           END-IF.

      * EL ESTADO DE LOS PERIODOS SE CREA SI NO EXISTE. SIN EL NO SE
      * SABE QUE PERIODOS ESTAN CERRADOS Y NO SE LIQUIDA.
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

      * LA CUENTA CORRIENTE DE COMISIONES TAMBIEN SE CREA SI NO
      * EXISTE; SIN ELLA NO SE LIQUIDA.
           OPEN I-O CUENTA-CORRIENTE.
           IF FS-CUENTA-NFD
              CLOSE CUENTA-CORRIENTE
              OPEN OUTPUT CUENTA-CORRIENTE
              CLOSE CUENTA-CORRIENTE
              OPEN I-O CUENTA-CORRIENTE
           END-IF.
           IF FS-CUENTA-OK
              MOVE 'S'                      TO WS-SW-CUENTA-DISPONIBLE
           ELSE
              DISPLAY 'NO SE PUEDE ABRIR LA CUENTA CORRIENTE DE '
                      'COMISIONES (CTACTE.DAT). FILE STATUS: '
                      FS-CUENTA
              MOVE 'S'                      TO WS-SW-ERROR-ARCHIVO
           END-IF.

           PERFORM 1090-TOMAR-MODO-VENDEDOR-AJENO
              THRU 1090-TOMAR-MODO-VENDEDOR-AJENO-FIN.

           OPEN OUTPUT LIQUIDACION.
           IF NOT FS-LIQUIDACION-OK
              DISPLAY 'ERROR AL ABRIR LIQUIDA.DAT. FILE STATUS: '
       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA DEL AMBIENTE QUE HACER CON LA VENTA DE UN VENDEDOR DE
      * OTRA SUCURSAL: RECHAZA (POR OMISION) O MARCA.
      *----------------------------------------------------------------*
       1090-TOMAR-MODO-VENDEDOR-AJENO.

           ACCEPT WS-AJENO-PARM FROM ENVIRONMENT
                  'CL11EJ01_VENDEDOR_AJENO'.

           IF WS-AJENO-PARM = 'MARCA'
              MOVE 'M'                      TO WS-SW-AJENO-MODO
           ELSE
              MOVE 'R'                      TO WS-SW-AJENO-MODO
           END-IF.

       1090-TOMAR-MODO-VENDEDOR-AJENO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA EN MEMORIA LA TABLA DE TARIFAS DE COMISION. SIN TARIFAS
      * NO HAY LIQUIDACION POSIBLE.
      *----------------------------------------------------------------*
              PERFORM 1210-LEER-UNA-TARIFA
                 THRU 1210-LEER-UNA-TARIFA-FIN
                UNTIL FS-TARIFAS-EOF
                   OR WS-ABORT-TOPE
              CLOSE TARIFAS
              IF WS-CANT-TARIFAS = 0
                 DISPLAY 'LA TABLA DE TARIFAS ESTA VACIA'
                            TO WS-TAR-VIG-HASTA (WS-CANT-TARIFAS)
                 END-IF
              ELSE
                 MOVE 'TARIFAS.TXT SUPERA LOS 100 TRAMOS'
                                            TO WS-LGA-TEXTO
                 PERFORM 2990-ABORTAR-POR-TOPE
                    THRU 2990-ABORTAR-POR-TOPE-FIN
              END-IF
              END-IF
           END-IF.
                    SORT ARCH-ORDENADO
                       ON ASCENDING KEY ORD-ID-EMPLEADO
                          ASCENDING KEY ORD-CATEGORIA
                          ASCENDING KEY ORD-FECHA-CLAVE
                          ASCENDING KEY ORD-IMPORTE
                          ASCENDING KEY ORD-TIPO
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE 1400-VALIDAR-Y-CARGAR
                          THRU 1400-VALIDAR-Y-CARGAR-FIN
                       OUTPUT PROCEDURE 2000-PROCESAR-LIQUIDACION
                       ELSE
                          MOVE ENT-TIPO      TO ORD-TIPO
                       END-IF
                       MOVE WS-VF-CLAVE      TO ORD-FECHA-CLAVE
                       MOVE ENT-FECHA        TO ORD-FECHA
                       MOVE ENT-NOMBRE-APELLIDO
                                             TO ORD-NOMBRE-ENTRADA
                       MOVE ENT-TIPO         TO ORD-TIPO-ENTRADA
                       MOVE ENT-REF-FECHA    TO ORD-REF-FECHA
                       MOVE ENT-REF-IMPORTE  TO ORD-REF-IMPORTE
                       RELEASE REG-ORDENADO
                    ELSE
                       ADD 1                 TO WS-CONT-REG-RECHAZADOS
                 DISPLAY 'REGISTRO DE CABECERA DUPLICADO'
              ELSE
                 MOVE 'S'                   TO WS-SW-ARCH-HAY-HEADER
                 MOVE ENT-HDR-SUCURSAL      TO WS-ARCH-SUCURSAL
                 MOVE ENT-HDR-PERIODO       TO WS-ARCH-PERIODO
                 IF ENT-HDR-SUCURSAL = 'REPROCESO'
                    MOVE 'S'                TO WS-SW-ARCH-REPROCESO
                 END-IF
              END-IF
           ELSE
              EVALUATE TRUE
           EXIT.
      *----------------------------------------------------------------*
      * MISMOS CRITERIOS DE VALIDACION QUE CL11EJ01: IMPORTE, ID,
      * FECHA, MAESTRO DE EMPLEADOS Y MAESTRO DE CATEGORIAS.
      *----------------------------------------------------------------*
       1550-VALIDAR-REGISTRO.

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

       1550-VALIDAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       1555-VALIDAR-FECHA-FIN.
           EXIT.
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
              ADD 1                         TO WS-CONT-RECH-CERRADO
              MOVE 'PERIODO CERRADO'        TO WS-MOTIVO-RECHAZO
              PERFORM 1560-GRABAR-EXCEPCION
                 THRU 1560-GRABAR-EXCEPCION-FIN
           END-IF.

       1557-VALIDAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1556-VALIDAR-DIA-DEL-MES.

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
      * SUCURSAL DEL VENDEDOR A LA FECHA DE LA VENTA CONTRA LA DE LA
      * CABECERA, MISMO CRITERIO QUE CL11EJ01. EN MODO RECHAZA LA
      * VENTA NO SE LIQUIDA Y QUEDA EN EXCEPCIO.TXT.
      *----------------------------------------------------------------*
       1572-VALIDAR-SUCURSAL-VENDEDOR.

           MOVE SPACES                      TO WS-SUC-VENDEDOR.

           IF WS-ASIGNACIONES-DISPONIBLE
              AND WS-AJENO-RECHAZA
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
              MOVE 'N'                      TO WS-SW-VALIDO
              MOVE 'VENDEDOR DE OTRA SUCURSAL A LA FECHA'
                                            TO WS-MOTIVO-RECHAZO
              PERFORM 1560-GRABAR-EXCEPCION
                 THRU 1560-GRABAR-EXCEPCION-FIN
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
      * VALIDA LA CATEGORIA CONTRA EL MAESTRO DE CATEGORIAS, IGUAL QUE
      * CL11EJ01. LA VENTA CON CATEGORIA INEXISTENTE O DADA DE BAJA NO
      * SE LIQUIDA Y QUEDA EN EXCEPCIO.TXT PARA CORREGIRLA CON
      * CL11RP01.
      *----------------------------------------------------------------*
       1575-VALIDAR-CATEGORIA.

           MOVE SPACES                      TO WS-MOTIVO-RECHAZO.
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

           IF WS-REGISTRO-INVALIDO
              PERFORM 1560-GRABAR-EXCEPCION
                 THRU 1560-GRABAR-EXCEPCION-FIN
           END-IF.

       1575-VALIDAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA EL RECHAZO AL FINAL DE EXCEPCIO.TXT. SI CL11EJ01 YA LO
      * DEJO ALLI AL PROCESAR EL MISMO ARCHIVO MENSUAL NO SE REPITE,
      * PARA QUE CL11RP01 NO LO OFREZCA DOS VECES.
      *----------------------------------------------------------------*
       1560-GRABAR-EXCEPCION.

           MOVE SPACES                      TO REG-EXCEPCION.
           MOVE ENT-FECHA                   TO EXC-FECHA.
           MOVE ENT-ID-EMPLEADO             TO EXC-ID-EMPLEADO.
           MOVE ENT-NOMBRE-APELLIDO         TO EXC-NOMBRE-APELLIDO.
           MOVE ENT-CATEGORIA               TO EXC-CATEGORIA.
           MOVE ENT-IMPORTE                 TO EXC-IMPORTE.
           MOVE ENT-TIPO                    TO EXC-TIPO.
           MOVE ENT-REF-FECHA               TO EXC-REF-FECHA.
           IF ENT-REF-IMPORTE IS NUMERIC
              MOVE ENT-REF-IMPORTE          TO EXC-REF-IMPORTE
           ELSE
              MOVE 0                        TO EXC-REF-IMPORTE
           END-IF.
           MOVE ' - '                       TO EXC-SEPARADOR.
           MOVE WS-MOTIVO-RECHAZO           TO EXC-MOTIVO.
           IF NOT WS-ARCH-REPROCESO
              MOVE WS-ARCH-SUCURSAL         TO EXC-SUCURSAL
           END-IF.

           PERFORM 1562-AGREGAR-EXCEPCION
              THRU 1562-AGREGAR-EXCEPCION-FIN.

       1560-GRABAR-EXCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1562-AGREGAR-EXCEPCION.

           MOVE REG-EXCEPCION               TO WS-EXC-NUEVA.

           MOVE 'N'                         TO WS-SW-EXC-YA-GRABADA.

           OPEN INPUT EXCEPCIONES.
           IF FS-EXCEPCIONES-OK
              PERFORM 1565-BUSCAR-EXCEPCION
                 THRU 1565-BUSCAR-EXCEPCION-FIN
                UNTIL NOT FS-EXCEPCIONES-OK
                   OR WS-EXC-YA-GRABADA
           END-IF.
           CLOSE EXCEPCIONES.

           IF NOT WS-EXC-YA-GRABADA
              OPEN EXTEND EXCEPCIONES
              IF NOT FS-EXCEPCIONES-OK
                 CLOSE EXCEPCIONES
                 OPEN OUTPUT EXCEPCIONES
              END-IF
              WRITE REG-EXCEPCION           FROM WS-EXC-NUEVA
              IF NOT FS-EXCEPCIONES-OK
                 DISPLAY 'ERROR AL GRABAR EXCEPCION. FILE STATUS: '
                         FS-EXCEPCIONES
              END-IF
              CLOSE EXCEPCIONES
           END-IF.

       1562-AGREGAR-EXCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1565-BUSCAR-EXCEPCION.

           READ EXCEPCIONES.

      * LAS LINEAS QUE CL11EJ01 GRABABA ANTES TRAEN EL SEPARADOR EN
      * BLANCO Y NO TRAEN LA SUCURSAL: SE NORMALIZAN PARA COMPARAR
      * SOLO LOS DATOS.
           IF FS-EXCEPCIONES-OK
              MOVE ' - '                    TO EXC-SEPARADOR
              IF EXC-SUCURSAL = SPACES
                 MOVE WS-EXC-NUEVA (164:10) TO EXC-SUCURSAL
              END-IF
              IF REG-EXCEPCION = WS-EXC-NUEVA
                 MOVE 'S'                   TO WS-SW-EXC-YA-GRABADA
              END-IF
           END-IF.

       1565-BUSCAR-EXCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL PERIODO LIQUIDADO (MM/AAAA) SE TOMA DE LA PRIMERA VENTA
      * ACEPTADA DEL ARCHIVO MENSUAL.
      *----------------------------------------------------------------*
              PERFORM 2100-PROCESAR-GRUPO-EMPLEADO
                 THRU 2100-PROCESAR-GRUPO-EMPLEADO-FIN
                UNTIL WS-SORT-EOF
                   OR WS-ABORT-TOPE

      * ABORTADA POR TOPE SE VACIA EL SORT Y LIQUIDA.DAT QUEDA SIN
      * TRAILER, PARA QUE NADIE LO TOME COMO COMPLETO.
              IF WS-ABORT-TOPE
                 PERFORM 2050-RETORNAR-REGISTRO
                    THRU 2050-RETORNAR-REGISTRO-FIN
                   UNTIL WS-SORT-EOF
                 PERFORM 2980-ANULAR-CUENTA-ARCHIVO
                    THRU 2980-ANULAR-CUENTA-ARCHIVO-FIN
              ELSE
                 PERFORM 2600-GRABAR-TRAILER
                    THRU 2600-GRABAR-TRAILER-FIN
              END-IF
           END-IF.

       2000-PROCESAR-LIQUIDACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEVUELVE EL SIGUIENTE MOVIMIENTO A LIQUIDAR, SALTEANDO LOS
      * POSIBLES DUPLICADOS.
      *----------------------------------------------------------------*
       2050-RETORNAR-REGISTRO.

           MOVE 'S'                         TO WS-SW-DUPLICADO.

           PERFORM 2055-RETORNAR-UNO
              THRU 2055-RETORNAR-UNO-FIN
             UNTIL NOT WS-DUPLICADO.

       2050-RETORNAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2055-RETORNAR-UNO.

           MOVE 'N'                         TO WS-SW-DUPLICADO.

           RETURN ARCH-ORDENADO
              AT END
                 MOVE 'S'                   TO WS-SW-SORT-EOF
           END-RETURN.

           IF NOT WS-SORT-EOF
              AND WS-HUELLAS-DISPONIBLE
              AND NOT WS-ARCH-REPROCESO
              AND NOT WS-ARCH-DESBALANCEADO
              AND NOT WS-ABORT-TOPE
              PERFORM 2060-CONTROLAR-HUELLA
                 THRU 2060-CONTROLAR-HUELLA-FIN
           END-IF.

       2055-RETORNAR-UNO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * HUELLAS DEL MOVIMIENTO GRABADAS POR CL11EJ01. EL SORT DEJA
      * JUNTAS, EN EL ORDEN DEL ARCHIVO, LAS REPETICIONES DE UN MISMO
      * MOVIMIENTO (EMPLEADO, FECHA, CATEGORIA, IMPORTE Y TIPO): SE
      * LIQUIDAN TANTAS COMO HUELLAS DEJO CL11EJ01 PARA ESTE ARCHIVO
      * (SUCURSAL Y PERIODO) Y LAS DEMAS SON POSIBLES DUPLICADOS, LOS
      * MISMOS QUE RECHAZO CL11EJ01: NO SE LIQUIDAN Y QUEDAN EN
      * EXCEPCIO.TXT. SIN NINGUNA HUELLA NO HAY CONTRA QUE CONTROLAR.
      *----------------------------------------------------------------*
       2060-CONTROLAR-HUELLA.

           MOVE ORD-ID-EMPLEADO             TO WS-HUC-ID-EMPLEADO.
           MOVE ORD-FECHA-CLAVE             TO WS-HUC-FECHA-CLAVE.
           MOVE ORD-CATEGORIA               TO WS-HUC-CATEGORIA.
           MOVE ORD-IMPORTE                 TO WS-HUC-IMPORTE.
           MOVE ORD-TIPO                    TO WS-HUC-TIPO.

           IF WS-HUC-ACTUAL NOT = WS-HUC-ANTERIOR
              MOVE WS-HUC-ACTUAL            TO WS-HUC-ANTERIOR
              MOVE 0                        TO WS-HUC-PROPIAS
              MOVE 0                        TO WS-HUC-AJENAS
              MOVE 0                        TO WS-HUC-OCURRENCIAS
              IF WS-ARCH-SUCURSAL = SPACES
                 MOVE 'SIN-DATO'            TO WS-ARCH-ORIGEN-SUCURSAL
              ELSE
                 MOVE WS-ARCH-SUCURSAL      TO WS-ARCH-ORIGEN-SUCURSAL
              END-IF
              MOVE WS-HUC-ACTUAL            TO HUE-MOVIMIENTO
              MOVE 0                        TO HUE-SECUENCIA
              MOVE 'N'                      TO WS-SW-FIN-HUELLAS
              START HUELLAS
                 KEY IS NOT LESS THAN HUE-CLAVE
                 INVALID KEY
                    MOVE 'S'                TO WS-SW-FIN-HUELLAS
              END-START
              PERFORM 2065-CONTAR-HUELLA
                 THRU 2065-CONTAR-HUELLA-FIN
                UNTIL WS-FIN-HUELLAS
           END-IF.

           ADD 1                            TO WS-HUC-OCURRENCIAS.

           IF WS-HUC-PROPIAS + WS-HUC-AJENAS > 0
              AND WS-HUC-OCURRENCIAS > WS-HUC-PROPIAS
              MOVE 'S'                      TO WS-SW-DUPLICADO
              PERFORM 2070-RECHAZAR-DUPLICADO
                 THRU 2070-RECHAZAR-DUPLICADO-FIN
           END-IF.

       2060-CONTROLAR-HUELLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2065-CONTAR-HUELLA.

           READ HUELLAS NEXT RECORD
              AT END
                 MOVE 'S'                   TO WS-SW-FIN-HUELLAS
           END-READ.

           IF NOT WS-FIN-HUELLAS
              IF NOT FS-HUELLAS-OK
                 OR HUE-MOVIMIENTO NOT = WS-HUC-ANTERIOR
                 MOVE 'S'                   TO WS-SW-FIN-HUELLAS
              ELSE
                 IF HUE-SUCURSAL = WS-ARCH-ORIGEN-SUCURSAL
                    AND HUE-PERIODO = WS-ARCH-PERIODO
                    ADD 1                   TO WS-HUC-PROPIAS
                 ELSE
                    ADD 1                   TO WS-HUC-AJENAS
                 END-IF
              END-IF
           END-IF.

       2065-CONTAR-HUELLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL POSIBLE DUPLICADO SE SACA DE LOS ACEPTADOS Y VA A
      * EXCEPCIO.TXT (SALVO QUE CL11EJ01 YA LO HAYA DEJADO ALLI).
      *----------------------------------------------------------------*
       2070-RECHAZAR-DUPLICADO.

           SUBTRACT 1                       FROM WS-CONT-REG-ACEPTADOS.
           ADD 1                            TO WS-CONT-REG-RECHAZADOS.

           MOVE SPACES                      TO REG-EXCEPCION.
           MOVE ORD-FECHA                   TO EXC-FECHA.
           MOVE ORD-ID-EMPLEADO             TO EXC-ID-EMPLEADO.
           MOVE ORD-NOMBRE-ENTRADA          TO EXC-NOMBRE-APELLIDO.
           MOVE ORD-CATEGORIA               TO EXC-CATEGORIA.
           MOVE ORD-IMPORTE                 TO EXC-IMPORTE.
           MOVE ORD-TIPO-ENTRADA            TO EXC-TIPO.
           MOVE ORD-REF-FECHA               TO EXC-REF-FECHA.
           IF ORD-REF-IMPORTE IS NUMERIC
              MOVE ORD-REF-IMPORTE          TO EXC-REF-IMPORTE
           ELSE
              MOVE 0                        TO EXC-REF-IMPORTE
           END-IF.
           MOVE ' - '                       TO EXC-SEPARADOR.
           MOVE 'POSIBLE DUPLICADO'         TO EXC-MOTIVO.
           IF NOT WS-ARCH-REPROCESO
              MOVE WS-ARCH-SUCURSAL         TO EXC-SUCURSAL
           END-IF.

           PERFORM 1562-AGREGAR-EXCEPCION
              THRU 1562-AGREGAR-EXCEPCION-FIN.

       2070-RECHAZAR-DUPLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CORTE DE CONTROL MAYOR (POR EMPLEADO).
           DISPLAY WS-LIS-EMPLEADO.
           WRITE REG-LISTADO                FROM WS-LIS-EMPLEADO.

           PERFORM 2800-PREPARAR-MOVIMIENTO
              THRU 2800-PREPARAR-MOVIMIENTO-FIN.

           PERFORM 2200-PROCESAR-GRUPO-CATEGORIA
              THRU 2200-PROCESAR-GRUPO-CATEGORIA-FIN
             UNTIL WS-SORT-EOF
                OR ORD-ID-EMPLEADO NOT EQUAL WS-CC-EMPLEADO-ANT
                OR WS-ABORT-TOPE.

           IF NOT WS-ABORT-TOPE
              PERFORM 2400-CERRAR-EMPLEADO
                 THRU 2400-CERRAR-EMPLEADO-FIN
           END-IF.

       2100-PROCESAR-GRUPO-EMPLEADO-FIN.
           EXIT.
           ADD WS-CAT-CANT-ACUM             TO WS-EMP-CANT-ACUM.
           ADD WS-CAT-COMISION              TO WS-EMP-COMISION-ACUM.

           PERFORM 2820-GRABAR-CATEGORIA-CUENTA
              THRU 2820-GRABAR-CATEGORIA-CUENTA-FIN.

       2300-LIQUIDAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
                      FS-LIQUIDACION
           END-IF.

           PERFORM 2830-GRABAR-MOVIMIENTO-CUENTA
              THRU 2830-GRABAR-MOVIMIENTO-CUENTA-FIN.

           ADD 1                            TO WS-TOT-EMPLEADOS.
           ADD WS-EMP-IMPORTE-ACUM          TO WS-TOT-VENTAS.
           ADD WS-EMP-COMISION-ACUM         TO WS-TOT-COMISION.

       2600-GRABAR-TRAILER-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-MARCAR-PERIODO-LIQUIDADO.

           DIVIDE WS-PERIODO-CLAVE BY 100 GIVING WS-PER-LIQUIDADO.

           MOVE WS-PER-LIQUIDADO             TO PER-PERIODO.

           READ PERIODOS
              KEY IS PER-PERIODO
              INVALID KEY
                 INITIALIZE REG-PERIODO
                 MOVE WS-PER-LIQUIDADO       TO PER-PERIODO
                 MOVE 'L'                    TO PER-ESTADO
                 MOVE 'N'                    TO PER-MARCA-REAPERTURA
                 MOVE WS-FSI-FECHA           TO PER-FECHA-APERTURA
                 MOVE WS-FSI-FECHA           TO PER-FECHA-LIQUIDACION
                 MOVE 'CL11LQ01'             TO PER-ULTIMO-PROGRAMA
                 WRITE REG-PERIODO
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR PERIODOS.DAT. FILE '
                               'STATUS: ' FS-PERIODOS
                 END-WRITE
              NOT INVALID KEY
                 IF NOT PER-CERRADO
                    IF PER-INTERFACEADO
                       PERFORM 2710-AVISAR-INTERFACEADO
                          THRU 2710-AVISAR-INTERFACEADO-FIN
                    ELSE
                       MOVE 'L'              TO PER-ESTADO
                    END-IF
                    MOVE WS-FSI-FECHA        TO PER-FECHA-LIQUIDACION
                    MOVE 'CL11LQ01'          TO PER-ULTIMO-PROGRAMA
                    REWRITE REG-PERIODO
                       INVALID KEY
                          DISPLAY 'ERROR AL GRABAR PERIODOS.DAT. '
                                  'FILE STATUS: ' FS-PERIODOS
                    END-REWRITE
                 END-IF
           END-READ.

       2700-MARCAR-PERIODO-LIQUIDADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL PERIODO YA SE INFORMO A SUELDOS (INTERFACEADO): NO VUELVE A
      * LIQUIDADO PARA QUE NO SE INTERFACEE DOS VECES, Y QUEDA
      * CONSTANCIA EN CL11EJ01.LOG DE QUE SE LIQUIDO DE NUEVO.
      *----------------------------------------------------------------*
       2710-AVISAR-INTERFACEADO.

           MOVE SPACES                       TO WS-LGA-TEXTO.
           STRING 'PERIODO '                 DELIMITED BY SIZE
                  WS-PER-LIQUIDADO           DELIMITED BY SIZE
                  ' YA INTERFACEADO: SE LIQUIDO Y SIGUE '
                                            DELIMITED BY SIZE
                  'INTERFACEADO'             DELIMITED BY SIZE
                  INTO WS-LGA-TEXTO.

           DISPLAY 'ATENCION: ' WS-LGA-TEXTO.

           PERFORM 2995-GRABAR-BITACORA
              THRU 2995-GRABAR-BITACORA-FIN.

       2710-AVISAR-INTERFACEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NUMERO DE MOVIMIENTO DE CUENTA CORRIENTE DEL EMPLEADO EN EL
      * PERIODO: EL SIGUIENTE AL ULTIMO, SALVO QUE ESTE MISMO ARCHIVO
      * YA SE HAYA LIQUIDADO (LIQUIDA.DAT SE REEMPLAZA ENTERO): ENTONCES
      * SE REUSA ESE MOVIMIENTO Y SE BORRAN SUS RENGLONES DE CATEGORIA.
      *----------------------------------------------------------------*
       2800-PREPARAR-MOVIMIENTO.

           DIVIDE WS-PERIODO-CLAVE BY 100 GIVING WS-CTA-PERIODO.
           MOVE 0                            TO WS-CTA-ULTIMO-MOV.
           MOVE 0                            TO WS-CTA-REEMPLAZO.
           MOVE 0                            TO WS-CTA-RENGLONES-ANT.
           MOVE 0                            TO WS-CTA-RENGLON.
           MOVE 'N'                          TO WS-SW-FIN-CUENTA.

           MOVE WS-CC-EMPLEADO-ANT           TO CTA-ID-EMPLEADO.
           MOVE WS-CTA-PERIODO               TO CTA-PERIODO.
           MOVE 0                            TO CTA-MOVIMIENTO.
           MOVE 0                            TO CTA-RENGLON.
           START CUENTA-CORRIENTE
              KEY IS NOT LESS THAN CTA-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-CUENTA
           END-START.

           PERFORM 2805-LEER-MOVIMIENTO
              THRU 2805-LEER-MOVIMIENTO-FIN
             UNTIL WS-FIN-CUENTA.

           IF WS-CTA-REEMPLAZO > 0
              MOVE WS-CTA-REEMPLAZO          TO WS-CTA-MOVIMIENTO
              PERFORM 2810-BORRAR-RENGLON
                 THRU 2810-BORRAR-RENGLON-FIN
                VARYING WS-CTA-SUB FROM 1 BY 1
                  UNTIL WS-CTA-SUB > WS-CTA-RENGLONES-ANT
           ELSE
              IF WS-CTA-ULTIMO-MOV = 999
                 MOVE SPACES                 TO WS-LGA-TEXTO
                 STRING 'CTACTE.DAT: 999 MOVIMIENTOS DEL EMPLEADO '
                        WS-CC-EMPLEADO-ANT ' EN ' WS-CTA-PERIODO
                        DELIMITED BY SIZE  INTO WS-LGA-TEXTO
                 END-STRING
                 PERFORM 2990-ABORTAR-POR-TOPE
                    THRU 2990-ABORTAR-POR-TOPE-FIN
              ELSE
                 COMPUTE WS-CTA-MOVIMIENTO = WS-CTA-ULTIMO-MOV + 1
              END-IF
           END-IF.

       2800-PREPARAR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2805-LEER-MOVIMIENTO.

           READ CUENTA-CORRIENTE NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-CUENTA
           END-READ.

           IF NOT WS-FIN-CUENTA
              IF CTA-ID-EMPLEADO NOT = WS-CC-EMPLEADO-ANT
                 OR CTA-PERIODO NOT = WS-CTA-PERIODO
                 MOVE 'S'                    TO WS-SW-FIN-CUENTA
              ELSE
                 IF CTA-RENGLON = 0
                    MOVE CTA-MOVIMIENTO      TO WS-CTA-ULTIMO-MOV
                    IF CTM-LIQUIDACION
                       AND CTM-ARCHIVO = WS-RUTA-ENTRADA (1:60)
                       MOVE CTA-MOVIMIENTO   TO WS-CTA-REEMPLAZO
                       MOVE CTM-CANT-CATEGORIAS
                                             TO WS-CTA-RENGLONES-ANT
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2805-LEER-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-BORRAR-RENGLON.

           MOVE WS-CC-EMPLEADO-ANT           TO CTA-ID-EMPLEADO.
           MOVE WS-CTA-PERIODO               TO CTA-PERIODO.
           MOVE WS-CTA-MOVIMIENTO            TO CTA-MOVIMIENTO.
           MOVE WS-CTA-SUB                   TO CTA-RENGLON.
           DELETE CUENTA-CORRIENTE
              INVALID KEY
                 CONTINUE
           END-DELETE.

       2810-BORRAR-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RENGLON DE LA CATEGORIA RECIEN LIQUIDADA, CON EL TRAMO Y EL
      * PORCENTAJE DE TARIFAS.TXT QUE SE APLICARON.
      *----------------------------------------------------------------*
       2820-GRABAR-CATEGORIA-CUENTA.

           IF WS-CTA-RENGLON = 999
              MOVE SPACES                    TO WS-LGA-TEXTO
              STRING 'CTACTE.DAT: MAS DE 999 CATEGORIAS DEL EMPLEADO '
                     WS-CC-EMPLEADO-ANT
                     DELIMITED BY SIZE     INTO WS-LGA-TEXTO
              END-STRING
              PERFORM 2990-ABORTAR-POR-TOPE
                 THRU 2990-ABORTAR-POR-TOPE-FIN
           ELSE
              ADD 1                          TO WS-CTA-RENGLON
              MOVE SPACES                    TO REG-CUENTA
              MOVE WS-CC-EMPLEADO-ANT        TO CTA-ID-EMPLEADO
              MOVE WS-CTA-PERIODO            TO CTA-PERIODO
              MOVE WS-CTA-MOVIMIENTO         TO CTA-MOVIMIENTO
              MOVE WS-CTA-RENGLON            TO CTA-RENGLON
              MOVE WS-CC-CATEGORIA-ANT       TO CTC-CATEGORIA
              MOVE WS-CAT-IMPORTE-ACUM       TO CTC-VENTAS
              MOVE WS-CAT-CANT-ACUM          TO CTC-CANT-VENTAS
              IF WS-TARIFA-HALLADA
                 MOVE 'S'                    TO CTC-TARIFA
              ELSE
                 MOVE 'N'                    TO CTC-TARIFA
              END-IF
              MOVE WS-TA-VOL-DESDE           TO CTC-VOL-DESDE
              MOVE WS-TA-PORCENTAJE          TO CTC-PORCENTAJE
              MOVE WS-CAT-COMISION           TO CTC-COMISION
              WRITE REG-CUENTA-CATEGORIA
                 INVALID KEY
                    REWRITE REG-CUENTA-CATEGORIA
                       INVALID KEY
                          DISPLAY 'ERROR AL GRABAR CTACTE.DAT. FILE '
                                  'STATUS: ' FS-CUENTA
                    END-REWRITE
              END-WRITE
           END-IF.

       2820-GRABAR-CATEGORIA-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RENGLON 000 DEL MOVIMIENTO: LA LIQUIDACION SUMA A LA CUENTA LA
      * COMISION COMPLETA DEL EMPLEADO.
      *----------------------------------------------------------------*
       2830-GRABAR-MOVIMIENTO-CUENTA.

           MOVE SPACES                       TO REG-CUENTA.
           MOVE WS-CC-EMPLEADO-ANT           TO CTA-ID-EMPLEADO.
           MOVE WS-CTA-PERIODO               TO CTA-PERIODO.
           MOVE WS-CTA-MOVIMIENTO            TO CTA-MOVIMIENTO.
           MOVE 0                            TO CTA-RENGLON.
           MOVE 'L'                          TO CTM-TIPO.
           MOVE WS-FSI-FECHA                 TO CTM-FECHA-PROCESO.
           MOVE WS-CC-EMP-NOMBRE-ANT         TO CTM-NOMBRE.
           MOVE WS-EMP-IMPORTE-ACUM          TO CTM-VENTAS.
           MOVE WS-EMP-CANT-ACUM             TO CTM-CANT-VENTAS.
           MOVE 0                            TO CTM-COMISION-ANTERIOR.
           MOVE WS-EMP-COMISION-ACUM         TO CTM-COMISION-NUEVA.
           MOVE WS-EMP-COMISION-ACUM         TO CTM-IMPORTE.
           MOVE WS-CTA-RENGLON               TO CTM-CANT-CATEGORIAS.
           MOVE WS-RUTA-ENTRADA              TO CTM-ARCHIVO.

           WRITE REG-CUENTA-MOVIMIENTO
              INVALID KEY
                 REWRITE REG-CUENTA-MOVIMIENTO
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR CTACTE.DAT. FILE '
                               'STATUS: ' FS-CUENTA
                 END-REWRITE
           END-WRITE.

       2830-GRABAR-MOVIMIENTO-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LIQUIDACION ABORTADA POR TOPE: LIQUIDA.DAT QUEDO SIN TRAILER
      * Y NO VALE, ASI QUE TAMPOCO SUS MOVIMIENTOS DE CUENTA CORRIENTE.
      * PRIMERO SE BORRAN LOS RENGLONES DEL EMPLEADO EN CURSO (SU
      * RENGLON 000 TODAVIA NO SE GRABO) Y DESPUES, RECORRIENDO TODO
      * CTACTE.DAT, LOS MOVIMIENTOS DE ESTE ARCHIVO EN EL PERIODO.
      *----------------------------------------------------------------*
       2980-ANULAR-CUENTA-ARCHIVO.

           IF WS-CTA-RENGLON > 0
              PERFORM 2810-BORRAR-RENGLON
                 THRU 2810-BORRAR-RENGLON-FIN
                VARYING WS-CTA-SUB FROM 0 BY 1
                  UNTIL WS-CTA-SUB > WS-CTA-RENGLON
           END-IF.

           MOVE 0                            TO WS-CTA-ANULADOS.
           MOVE 'N'                          TO WS-SW-FIN-CUENTA.
           MOVE LOW-VALUES                   TO CTA-CLAVE.
           START CUENTA-CORRIENTE
              KEY IS NOT LESS THAN CTA-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-CUENTA
           END-START.

           PERFORM 2985-ANULAR-UN-MOVIMIENTO
              THRU 2985-ANULAR-UN-MOVIMIENTO-FIN
             UNTIL WS-FIN-CUENTA.

           DISPLAY 'MOVIMIENTOS DE CUENTA CORRIENTE ANULADOS: '
                   WS-CTA-ANULADOS.

       2980-ANULAR-CUENTA-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2985-ANULAR-UN-MOVIMIENTO.

           READ CUENTA-CORRIENTE NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-CUENTA
           END-READ.

           IF NOT WS-FIN-CUENTA
              AND CTA-RENGLON = 0
              AND CTA-PERIODO = WS-CTA-PERIODO
              AND CTM-LIQUIDACION
              AND CTM-ARCHIVO = WS-RUTA-ENTRADA (1:60)
              MOVE CTA-ID-EMPLEADO           TO WS-CC-EMPLEADO-ANT
              MOVE CTA-MOVIMIENTO            TO WS-CTA-MOVIMIENTO
              MOVE CTM-CANT-CATEGORIAS       TO WS-CTA-RENGLONES-ANT
              PERFORM 2810-BORRAR-RENGLON
                 THRU 2810-BORRAR-RENGLON-FIN
                VARYING WS-CTA-SUB FROM 0 BY 1
                  UNTIL WS-CTA-SUB > WS-CTA-RENGLONES-ANT
              ADD 1                          TO WS-CTA-ANULADOS
      * SE REPOSICIONA DESPUES DEL MOVIMIENTO BORRADO.
              MOVE WS-CC-EMPLEADO-ANT        TO CTA-ID-EMPLEADO
              MOVE WS-CTA-PERIODO            TO CTA-PERIODO
              MOVE WS-CTA-MOVIMIENTO         TO CTA-MOVIMIENTO
              MOVE 999                       TO CTA-RENGLON
              START CUENTA-CORRIENTE
                 KEY IS GREATER THAN CTA-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-CUENTA
              END-START
           END-IF.

       2985-ANULAR-UN-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TOPE SUPERADO NO SE SALTEA: LA LIQUIDACION TERMINA CON RC 12,
      * EL PERIODO NO AVANZA A LIQUIDADO Y QUEDA CONSTANCIA EN
      * CL11EJ01.LOG. EL MOTIVO LLEGA EN WS-LGA-TEXTO.
      *----------------------------------------------------------------*
       2990-ABORTAR-POR-TOPE.

           DISPLAY 'SE ABORTA LA LIQUIDACION: ' WS-LGA-TEXTO.
           MOVE 'S'                          TO WS-SW-ABORT-TOPE.
           MOVE 'S'                          TO WS-SW-ERROR-ARCHIVO.

           PERFORM 2995-GRABAR-BITACORA
              THRU 2995-GRABAR-BITACORA-FIN.

       2990-ABORTAR-POR-TOPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA A CL11EJ01.LOG LA LINEA CON FECHA Y HORA DEL MOMENTO Y
      * EL TEXTO QUE LLEGA EN WS-LGA-TEXTO.
      *----------------------------------------------------------------*
       2995-GRABAR-BITACORA.

           ACCEPT WS-FECHA-HOY               FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA              FROM TIME.

           MOVE WS-FHY-DIA                   TO WS-LGA-FECHA (1:2).
           MOVE '/'                          TO WS-LGA-FECHA (3:1).
           MOVE WS-FHY-MES                   TO WS-LGA-FECHA (4:2).
           MOVE '/'                          TO WS-LGA-FECHA (6:1).
           MOVE WS-FHY-ANIO                  TO WS-LGA-FECHA (7:4).
           MOVE WS-HORA-AHORA (1:2)          TO WS-LGA-HORA (1:2).
           MOVE ':'                          TO WS-LGA-HORA (3:1).
           MOVE WS-HORA-AHORA (3:2)          TO WS-LGA-HORA (4:2).
           MOVE ':'                          TO WS-LGA-HORA (6:1).
           MOVE WS-HORA-AHORA (5:2)          TO WS-LGA-HORA (7:2).

           OPEN EXTEND AUDITORIA.
           IF NOT FS-AUDITORIA-OK
              CLOSE AUDITORIA
              OPEN OUTPUT AUDITORIA
           END-IF.

           WRITE REG-AUDITORIA               FROM WS-LOG-ABORTO.
           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR BITACORA. FILE STATUS: '
                      FS-AUDITORIA
           END-IF.

           CLOSE AUDITORIA.

       2995-GRABAR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

              CLOSE MAESTRO
           END-IF.

           IF WS-CATEGORIAS-DISPONIBLE
              CLOSE CATEGORIAS
           END-IF.

           IF WS-ASIGNACIONES-DISPONIBLE
              CLOSE ASIGNACIONES
           END-IF.

           IF WS-HUELLAS-DISPONIBLE
              CLOSE HUELLAS
           END-IF.

           IF WS-CUENTA-DISPONIBLE
              CLOSE CUENTA-CORRIENTE
           END-IF.

      * SOLO UNA LIQUIDACION COMPLETA (SIN ERRORES DE ARCHIVOS, CON
      * EL ARCHIVO BALANCEADO Y ALGUNA VENTA LIQUIDADA) AVANZA EL
      * ESTADO DEL PERIODO.
           IF WS-PERIODOS-DISPONIBLE
              IF NOT WS-HUBO-ERROR-ARCHIVO
                 AND NOT WS-ARCH-DESBALANCEADO
                 AND WS-PERIODO-CARGADO
                 PERFORM 2700-MARCAR-PERIODO-LIQUIDADO
                    THRU 2700-MARCAR-PERIODO-LIQUIDADO-FIN
              END-IF
              CLOSE PERIODOS
           END-IF.

           IF WS-HUBO-ERROR-ARCHIVO
              DISPLAY 'ATENCION: LA LIQUIDACION NO SE COMPLETO POR '
                      'ERRORES DE ARCHIVOS'
           END-IF.

           IF WS-CONT-RECH-CERRADO > 0
              DISPLAY 'ATENCION: ' WS-CONT-RECH-CERRADO ' VENTAS DE '
                      'PERIODOS CERRADOS NO SE LIQUIDARON (VER '
                      'EXCEPCIO.TXT)'
              MOVE 4                        TO RETURN-CODE
           END-IF.

           IF WS-ABORT-TOPE
              MOVE 12                       TO RETURN-CODE
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
