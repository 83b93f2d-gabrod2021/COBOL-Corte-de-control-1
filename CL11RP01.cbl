      * Date: 22/08/2026
      * Purpose: CICLO DE CORRECCION Y REPROCESO DE LOS REGISTROS
      *          RECHAZADOS POR CL11EJ01 (EXCEPCIO.TXT). EL OPERADOR
      *          CORRIGE CADA REGISTRO (FECHA, ID, IMPORTE, CATEGORIA,
      *          TIPO) O LO DESCARTA DEFINITIVAMENTE CON UN MOTIVO. LOS
      *          CORREGIDOS, REVALIDADOS CON LAS MISMAS REGLAS DEL
      *          CORTE (INCLUIDO EL MAESTRO), SE GRABAN EN
      *          CORREGID.TXT CON REGISTROS DE CONTROL H/T Y SUCURSAL
      *                    puede convivir con el corte, con deteccion
      *                    de trabas viejas de corridas muertas y
      *                    constancia en CL11EJ01.LOG.
      *   15/10/2026 GR - La correccion admite cambiar la categoria y
      *                    la revalida contra el maestro CATEGOR.DAT
      *                    (CL11CT01), con los mismos motivos que
      *                    CL11EJ01: categoria inexistente o dada de
      *                    baja deja la excepcion pendiente.
      *   15/10/2026 GR - Accion L para liberar un POSIBLE DUPLICADO
      *                    como venta legitima, con motivo
      *                    obligatorio asentado en CL11EJ01.LOG: el
      *                    registro revalidado va a CORREGID.TXT con
      *                    la marca de liberacion (posicion 107) y
      *                    CL11EJ01 lo acepta sin volver a frenarlo.
      *   15/10/2026 GR - Una correccion o liberacion con fecha de un
      *                    periodo CERRADO (PERIODOS.DAT, CL11PE01)
      *                    queda pendiente con motivo PERIODO CERRADO.
      *   15/10/2026 GR - Superar la tabla de excepciones (1000) o la
      *                    de corregidos aborta la sesion con RC 12 y
      *                    constancia en CL11EJ01.LOG, sin grabar
      *                    nada: las excepciones quedan pendientes.
      *   15/10/2026 GR - El maestro de empleados y el de categorias se
      *                    cierran segun un switch puesto al abrirlos:
      *                    el FILE STATUS de la ultima lectura por
      *                    clave inexistente dejaba el archivo abierto.
      *   15/10/2026 GR - La correccion o liberacion revalida el
      *                    vendedor contra la sucursal de origen que
      *                    trae EXCEPCIO.TXT, a la fecha de la venta
      *                    (MAESUC.DAT, CL11MA01), igual que CL11EJ01:
      *                    un VENDEDOR DE OTRA SUCURSAL A LA FECHA no
      *                    se corrige sin cambiar el vendedor o la
      *                    fecha. Con CL11EJ01_VENDEDOR_AJENO=MARCA no
      *                    se controla.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11RP01.
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

           SELECT PERIODOS
               ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODOS.

           SELECT TRABA
               ASSIGN TO 'CL11LOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.

       FD EXCEPCIONES.
       01 REG-EXCEPCION                     PIC X(173).

       FD CORREGIDOS.
       01 REG-CORREGIDO                     PIC X(107).

       FD DESCARTES.
       01 REG-DESCARTE.
          05 DES-FECHA-PROCESO              PIC X(10).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 DES-REGISTRO                   PIC X(173).
          05 FILLER                         PIC X(03) VALUE ' | '.
          05 DES-MOTIVO                     PIC X(40).

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
      * ESTADO DEL PERIODO AAAAMM (LO MANTIENE CL11PE01). SOLO SE
      * CONSULTA PARA NO REPROCESAR MOVIMIENTOS DE UN PERIODO CERRADO.
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

       FD TRABA.
       01 REG-TRABA.
          05 TRB-PROGRAMA                   PIC X(08).
             88 FS-AUDITORIA-OK                  VALUE '00'.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
          05 FS-CATEGORIAS                   PIC X(2).
             88 FS-CATEGORIAS-OK                 VALUE '00'.
          05 FS-ASIGNACIONES                 PIC X(2).
             88 FS-ASIGNACIONES-OK               VALUE '00'.
          05 FS-PERIODOS                     PIC X(2).
             88 FS-PERIODOS-OK                   VALUE '00'.
             88 FS-PERIODOS-NFD                  VALUE '35'.
          05 FS-TRABA                        PIC X(2).
             88 FS-TRABA-OK                      VALUE '00'.
             88 FS-TRABA-EOF                     VALUE '10'.
             88 WS-HUBO-ERROR-ARCHIVO            VALUE 'S'.
          05 WS-SW-SALIDA-FALLIDA            PIC X(01) VALUE 'N'.
             88 WS-SALIDA-FALLIDA                VALUE 'S'.
          05 WS-SW-LIBERANDO                 PIC X(01) VALUE 'N'.
             88 WS-LIBERANDO                     VALUE 'S'.
          05 WS-SW-MAESTRO-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-MAESTRO-DISPONIBLE            VALUE 'S'.
          05 WS-SW-CATEGORIAS-DISPONIBLE     PIC X(01) VALUE 'N'.
             88 WS-CATEGORIAS-DISPONIBLE         VALUE 'S'.
          05 WS-SW-ASIGNACIONES-DISPONIBLE   PIC X(01) VALUE 'N'.
             88 WS-ASIGNACIONES-DISPONIBLE       VALUE 'S'.
          05 WS-SW-FIN-ASIGNACIONES          PIC X(01) VALUE 'N'.
             88 WS-FIN-ASIGNACIONES              VALUE 'S'.
          05 WS-SW-PERIODOS-DISPONIBLE       PIC X(01) VALUE 'N'.
             88 WS-PERIODOS-DISPONIBLE           VALUE 'S'.
          05 WS-SW-ABORT-TOPE                PIC X(01) VALUE 'N'.
             88 WS-ABORT-TOPE                    VALUE 'S'.

       01 WS-PER-VALIDAR                     PIC 9(06) VALUE 0.

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

      *----------------------------------------------------------------*
      * TABLA DE EXCEPCIONES PENDIENTES LEIDAS DEL ARCHIVO. SE
          05 WS-CANT-EXCEPCIONES             PIC 9(04) VALUE 0.
          05 WS-IDX-EXCEPCION                PIC 9(04) VALUE 0.
          05 WS-TABLA-EXCEPCIONES OCCURS 1000 TIMES.
             10 WS-EXC-LINEA                 PIC X(173).
             10 WS-EXC-ESTADO                PIC X(01).
                88 WS-EXC-PENDIENTE              VALUE 'P'.
                88 WS-EXC-CORREGIDA              VALUE 'C'.

      *----------------------------------------------------------------*
      * VISTA DE LA LINEA DE EXCEPCION CON EL MISMO LAYOUT QUE GRABA
      * CL11EJ01 EN EXCEPCIO.TXT. LA SUCURSAL ES LA DE LA CABECERA DEL
      * ARCHIVO DE ORIGEN (EN BLANCO SI NO SE CONOCE).
      *----------------------------------------------------------------*
       01 WS-EXCEPCION-DESGLOSE.
          05 WS-EXD-FECHA                    PIC X(10).
          05 WS-EXD-REF-IMPORTE              PIC X(13).
          05 FILLER                          PIC X(03).
          05 WS-EXD-MOTIVO                   PIC X(40).
          05 FILLER                          PIC X(01).
          05 WS-EXD-SUCURSAL                 PIC X(10).

      *----------------------------------------------------------------*
      * REGISTRO CORREGIDO EN EL LAYOUT DE ENTRADA DE CL11EJ01 Y
          05 WS-SAL-TIPO                     PIC X(01).
          05 WS-SAL-REF-FECHA                PIC X(10).
          05 WS-SAL-REF-IMPORTE              PIC 9(8)V9(2).
          05 WS-SAL-LIBERACION               PIC X(01).

       01 WS-TABLA-CORREGIDOS-AREA.
          05 WS-CANT-CORREGIDOS              PIC 9(04) VALUE 0.
          05 WS-IDX-CORREGIDO                PIC 9(04) VALUE 0.
          05 WS-TABLA-CORREGIDOS OCCURS 1000 TIMES.
             10 WS-COR-REGISTRO              PIC X(107).

       01 WS-CONTROL-SALIDA.
          05 WS-SAL-SUMA-IMPORTE             PIC 9(12)V9(2) VALUE 0.
          05 WS-ID-INGRESADO                 PIC X(05) VALUE SPACES.
          05 WS-IMPORTE-INGRESADO            PIC X(14) VALUE SPACES.
          05 WS-TIPO-INGRESADO               PIC X(01) VALUE SPACE.
          05 WS-CATEGORIA-INGRESADA          PIC X(20) VALUE SPACES.
          05 WS-MOTIVO-DESCARTE              PIC X(40) VALUE SPACES.
          05 WS-MOTIVO-LIBERACION            PIC X(40) VALUE SPACES.
          05 WS-LONGITUD-ID                  PIC 9(01) VALUE 0.

      *----------------------------------------------------------------*
          05 WS-CONT-CORREGIDOS              PIC 9(04) VALUE 0.
          05 WS-CONT-DESCARTADOS             PIC 9(04) VALUE 0.
          05 WS-CONT-PENDIENTES              PIC 9(04) VALUE 0.
          05 WS-CONT-LIBERADOS               PIC 9(04) VALUE 0.

      *----------------------------------------------------------------*
      * LINEA DE BITACORA: CADA CORRECCION O DESCARTE QUEDA ASENTADO
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-DETALLE                  PIC X(40).

       01 WS-LOG-ABORTO.
          05 FILLER                          PIC X(08) VALUE 'CL11RP01'.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGA-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-TEXTO                    PIC X(80).

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA                    PIC 9(08).
          05 WS-FHS-FECHA-R REDEFINES WS-FHS-FECHA.
           IF NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2000-PROCESAR-EXCEPCIONES
                 THRU 2000-PROCESAR-EXCEPCIONES-FIN
              IF NOT WS-ABORT-TOPE
                 PERFORM 2800-GRABAR-SALIDAS
                    THRU 2800-GRABAR-SALIDAS-FIN
              END-IF
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
           PERFORM 0900-LIBERAR-TRABA
              THRU 0900-LIBERAR-TRABA-FIN.

           IF WS-ABORT-TOPE
              MOVE 12                        TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
      * CARGA LAS EXCEPCIONES EN MEMORIA, ABRE LOS MAESTROS DE
      * EMPLEADOS Y DE CATEGORIAS Y TOMA LA FECHA Y HORA PARA LA
      * BITACORA.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1080-TOMAR-TOPE-DEVOLUCION
              THRU 1080-TOMAR-TOPE-DEVOLUCION-FIN.

           PERFORM 1090-TOMAR-MODO-VENDEDOR-AJENO
              THRU 1090-TOMAR-MODO-VENDEDOR-AJENO-FIN.

      * LA TRABA DE CORRIDA SE TOMA ANTES DE ABRIR NADA: EL
      * REPROCESO REESCRIBE EXCEPCIO.TXT Y NO PUEDE CONVIVIR CON EL
      * CORTE NOCTURNO NI CON OTRO ACTUALIZADOR.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN INPUT MAESTRO
              IF FS-MAESTRO-OK
                 MOVE 'S'                   TO WS-SW-MAESTRO-DISPONIBLE
              ELSE
                 DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO DE EMPLEADOS '
                         '(MAESTRO.DAT, VER CL11MA01)'
                 DISPLAY 'FILE STATUS: ' FS-MAESTRO
              END-IF
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN INPUT CATEGORIAS
              IF FS-CATEGORIAS-OK
                 MOVE 'S'                TO WS-SW-CATEGORIAS-DISPONIBLE
              ELSE
                 DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO DE CATEGORIAS '
                         '(CATEGOR.DAT, VER CL11CT01)'
                 DISPLAY 'FILE STATUS: ' FS-CATEGORIAS
                 MOVE 'S'                   TO WS-SW-ERROR-ARCHIVO
              END-IF
           END-IF.

      * SIN ASIGNACIONES DE SUCURSAL (TODAVIA NO SE CARGO NINGUNA EN
      * CL11MA01) EL REPROCESO SIGUE SIN EL CONTROL DE VENDEDOR AJENO,
      * IGUAL QUE CL11EJ01.
           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN INPUT ASIGNACIONES
              IF FS-ASIGNACIONES-OK
                 MOVE 'S'              TO WS-SW-ASIGNACIONES-DISPONIBLE
              ELSE
                 DISPLAY 'ASIGNACIONES DE SUCURSAL NO DISPONIBLES '
                         '(MAESUC.DAT, VER CL11MA01): NO SE CONTROLA '
                         'LA SUCURSAL DEL VENDEDOR'
              END-IF
           END-IF.

      * SIN ESTADO DE PERIODOS (NINGUN CORTE LO CREO TODAVIA) NO HAY
      * PERIODOS CERRADOS QUE CONTROLAR.
           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN INPUT PERIODOS
              EVALUATE TRUE
                  WHEN FS-PERIODOS-OK
                       MOVE 'S'             TO WS-SW-PERIODOS-DISPONIBLE
                  WHEN FS-PERIODOS-NFD
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'NO SE PUEDE ABRIR EL ESTADO DE '
                               'PERIODOS (PERIODOS.DAT). FILE '
                               'STATUS: ' FS-PERIODOS
                       MOVE 'S'             TO WS-SW-ERROR-ARCHIVO
              END-EVALUATE
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN EXTEND DESCARTES
              IF NOT FS-DESCARTES-OK
       1085-RETROCEDER-TOPE-FIN.
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
      * TOMA LA TRABA DE CORRIDA COMPARTIDA (MISMO CRITERIO QUE
      * CL11EJ01): SI OTRO ACTUALIZADOR LA TIENE TOMADA Y NO ES UNA
      * TRABA VIEJA, EL REPROCESO NO ARRANCA.
                            TO WS-EXC-LINEA (WS-CANT-EXCEPCIONES)
                 MOVE 'P'   TO WS-EXC-ESTADO (WS-CANT-EXCEPCIONES)
              ELSE
                 MOVE 'EXCEPCIO.TXT SUPERA LAS 1000 EXCEPCIONES'
                                            TO WS-LGA-TEXTO
                 PERFORM 2990-ABORTAR-POR-TOPE
                    THRU 2990-ABORTAR-POR-TOPE-FIN
              END-IF
           END-IF.

              THRU 2100-PROCESAR-UNA-EXCEPCION-FIN
             VARYING WS-IDX-EXCEPCION FROM 1 BY 1
               UNTIL WS-IDX-EXCEPCION > WS-CANT-EXCEPCIONES
                  OR WS-FIN-OPERADOR
                  OR WS-ABORT-TOPE.

       2000-PROCESAR-EXCEPCIONES-FIN.
           EXIT.
           DISPLAY 'REF FECHA: ' WS-EXD-REF-FECHA.
           DISPLAY 'REF IMP  : ' WS-EXD-REF-IMPORTE.
           DISPLAY 'MOTIVO   : ' WS-EXD-MOTIVO.
           IF WS-EXD-MOTIVO = 'POSIBLE DUPLICADO'
              DISPLAY 'ACCION (C=CORREGIR D=DESCARTAR L=LIBERAR '
                      'S=SALTAR F=FIN): '
           ELSE
              DISPLAY 'ACCION (C=CORREGIR D=DESCARTAR S=SALTAR '
                      'F=FIN): '
           END-IF.
           ACCEPT WS-ACCION.

           EVALUATE WS-ACCION
               WHEN 'd'
                    PERFORM 2500-DESCARTAR-EXCEPCION
                       THRU 2500-DESCARTAR-EXCEPCION-FIN
               WHEN 'L'
               WHEN 'l'
                    IF WS-EXD-MOTIVO = 'POSIBLE DUPLICADO'
                       PERFORM 2600-LIBERAR-DUPLICADO
                          THRU 2600-LIBERAR-DUPLICADO-FIN
                    ELSE
                       DISPLAY 'SOLO SE LIBERAN POSIBLES DUPLICADOS'
                    END-IF
               WHEN 'F'
               WHEN 'f'
                    MOVE 'S'                 TO WS-SW-FIN-OPERADOR
           PERFORM 2220-TOMAR-IMPORTE-CORREGIDO
              THRU 2220-TOMAR-IMPORTE-CORREGIDO-FIN.

           DISPLAY 'NUEVA CATEGORIA (BLANCO = NO CAMBIA): '.
           ACCEPT WS-CATEGORIA-INGRESADA.
           IF WS-CATEGORIA-INGRESADA NOT = SPACES
              MOVE WS-CATEGORIA-INGRESADA   TO WS-COR-CATEGORIA
           END-IF.

           DISPLAY 'NUEVO TIPO V/D/A (BLANCO = NO CAMBIA): '.
           ACCEPT WS-TIPO-INGRESADO.
           IF WS-TIPO-INGRESADO NOT = SPACE
           PERFORM 2310-VALIDAR-FECHA
              THRU 2310-VALIDAR-FECHA-FIN.

           IF WS-REGISTRO-VALIDO AND WS-PERIODOS-DISPONIBLE
              PERFORM 2315-VALIDAR-PERIODO
                 THRU 2315-VALIDAR-PERIODO-FIN
           END-IF.

           IF WS-REGISTRO-VALIDO
              PERFORM 2330-VALIDAR-EMPLEADO-MAESTRO
                 THRU 2330-VALIDAR-EMPLEADO-MAESTRO-FIN
           END-IF.

           IF WS-REGISTRO-VALIDO
              PERFORM 2335-VALIDAR-CATEGORIA
                 THRU 2335-VALIDAR-CATEGORIA-FIN
           END-IF.

           IF WS-REGISTRO-VALIDO
              PERFORM 2345-VALIDAR-SUCURSAL-VENDEDOR
                 THRU 2345-VALIDAR-SUCURSAL-VENDEDOR-FIN
           END-IF.

           IF WS-REGISTRO-VALIDO AND WS-COR-ES-DEVOLUCION
              PERFORM 2340-VALIDAR-REFERENCIA
                 THRU 2340-VALIDAR-REFERENCIA-FIN

       2310-VALIDAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2315-VALIDAR-PERIODO.

           DIVIDE WS-VF-CLAVE BY 100    GIVING WS-PER-VALIDAR.
           MOVE WS-PER-VALIDAR              TO PER-PERIODO.

           READ PERIODOS
              KEY IS PER-PERIODO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PER-CERRADO
                    MOVE 'N'                TO WS-SW-VALIDO
                    MOVE 'PERIODO CERRADO'  TO WS-MOTIVO-RECHAZO
                 END-IF
           END-READ.

       2315-VALIDAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2320-VALIDAR-DIA-DEL-MES.

       2330-VALIDAR-EMPLEADO-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CATEGORIA CORREGIDA DEBE EXISTIR EN EL MAESTRO DE
      * CATEGORIAS Y ESTAR ACTIVA, IGUAL QUE EN CL11EJ01.
      *----------------------------------------------------------------*
       2335-VALIDAR-CATEGORIA.

           MOVE WS-COR-CATEGORIA            TO CAT-CODIGO.

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

       2335-VALIDAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL CORREGIDO VUELVE COMO REPROCESO Y CL11EJ01 YA NO LO COMPARA
      * CONTRA NINGUNA SUCURSAL: SE CONTROLA ACA, CON EL MISMO
      * CRITERIO QUE EL CORTE, EL VENDEDOR (CORREGIDO O NO) CONTRA LA
      * SUCURSAL DEL ARCHIVO DE ORIGEN A LA FECHA (CORREGIDA O NO) DE
      * LA VENTA. SIN SUCURSAL DE ORIGEN (LINEAS ANTERIORES O DE UN
      * ARCHIVO SIN CABECERA) NO HAY CONTRA QUE COMPARAR.
      *----------------------------------------------------------------*
       2345-VALIDAR-SUCURSAL-VENDEDOR.

           MOVE SPACES                      TO WS-SUC-VENDEDOR.

           IF WS-ASIGNACIONES-DISPONIBLE
              AND WS-AJENO-RECHAZA
              AND WS-EXD-SUCURSAL NOT = SPACES
              MOVE SPACES                   TO WS-ASG-SUC-CANDIDATA
              MOVE 0                        TO WS-ASG-HASTA-CANDIDATA
              MOVE 'N'                      TO WS-SW-FIN-ASIGNACIONES
              MOVE WS-COR-ID                TO ASG-ID-EMPLEADO
              MOVE 0                        TO ASG-VIG-DESDE
              START ASIGNACIONES
                 KEY IS NOT LESS THAN ASG-CLAVE
                 INVALID KEY
                    MOVE 'S'                TO WS-SW-FIN-ASIGNACIONES
              END-START
              PERFORM 2346-LEER-ASIGNACION
                 THRU 2346-LEER-ASIGNACION-FIN
                UNTIL WS-FIN-ASIGNACIONES
              IF WS-ASG-SUC-CANDIDATA NOT = SPACES
                 AND WS-ASG-HASTA-CANDIDATA NOT < WS-VF-CLAVE
                 MOVE WS-ASG-SUC-CANDIDATA  TO WS-SUC-VENDEDOR
              END-IF
           END-IF.

           IF WS-SUC-VENDEDOR NOT = SPACES
              AND WS-SUC-VENDEDOR NOT = WS-EXD-SUCURSAL
              MOVE 'N'                      TO WS-SW-VALIDO
              MOVE 'VENDEDOR DE OTRA SUCURSAL A LA FECHA'
                                            TO WS-MOTIVO-RECHAZO
           END-IF.

       2345-VALIDAR-SUCURSAL-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2346-LEER-ASIGNACION.

           READ ASIGNACIONES NEXT RECORD
              AT END
                 MOVE 'S'                   TO WS-SW-FIN-ASIGNACIONES
           END-READ.

           IF NOT WS-FIN-ASIGNACIONES
              IF NOT FS-ASIGNACIONES-OK
                 OR ASG-ID-EMPLEADO NOT = WS-COR-ID
                 OR ASG-VIG-DESDE > WS-VF-CLAVE
                 MOVE 'S'                   TO WS-SW-FIN-ASIGNACIONES
              ELSE
                 MOVE ASG-SUCURSAL          TO WS-ASG-SUC-CANDIDATA
                 MOVE ASG-VIG-HASTA         TO WS-ASG-HASTA-CANDIDATA
              END-IF
           END-IF.

       2346-LEER-ASIGNACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RETIENE EL REGISTRO CORREGIDO EN MEMORIA (SE GRABA TODO
      * JUNTO AL FINAL, CON CABECERA Y COLA), ACTUALIZA LOS TOTALES
      * DE CONTROL Y DEJA CONSTANCIA EN LA BITACORA.
       2400-RETENER-CORREGIDO.

           IF WS-CANT-CORREGIDOS >= 1000
              MOVE 'LA SESION SUPERA LOS 1000 CORREGIDOS'
                                            TO WS-LGA-TEXTO
              PERFORM 2990-ABORTAR-POR-TOPE
                 THRU 2990-ABORTAR-POR-TOPE-FIN
           ELSE
              MOVE WS-COR-FECHA             TO WS-SAL-FECHA
              MOVE WS-COR-ID                TO WS-SAL-ID-EMPLEADO
              END-IF
              MOVE WS-COR-REF-FECHA         TO WS-SAL-REF-FECHA
              MOVE WS-COR-REF-IMPORTE       TO WS-SAL-REF-IMPORTE
              IF WS-LIBERANDO
                 MOVE 'L'                   TO WS-SAL-LIBERACION
              ELSE
                 MOVE SPACE                 TO WS-SAL-LIBERACION
              END-IF

              ADD 1                         TO WS-CANT-CORREGIDOS
              MOVE WS-REG-SALIDA
              MOVE 'C'   TO WS-EXC-ESTADO (WS-IDX-EXCEPCION)
              ADD 1                         TO WS-CONT-CORREGIDOS

              MOVE WS-COR-ID                TO WS-LOG-ID
              MOVE WS-COR-FECHA             TO WS-LOG-FECHA-VENTA
              IF WS-LIBERANDO
                 ADD 1                      TO WS-CONT-LIBERADOS
                 MOVE 'LIBERADO  '          TO WS-LOG-ACCION
                 MOVE WS-MOTIVO-LIBERACION  TO WS-LOG-DETALLE
              ELSE
                 MOVE 'CORREGIDO '          TO WS-LOG-ACCION
                 MOVE WS-EXD-MOTIVO         TO WS-LOG-DETALLE
              END-IF
              PERFORM 2700-GRABAR-BITACORA
                 THRU 2700-GRABAR-BITACORA-FIN


       2500-DESCARTAR-EXCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA UN POSIBLE DUPLICADO QUE EL OPERADOR CONFIRMA COMO
      * VENTA LEGITIMA (DOS VENTAS IGUALES EL MISMO DIA). EL MOTIVO
      * ES OBLIGATORIO. EL REGISTRO SE REVALIDA TAL COMO VINO, SIN
      * CAMBIOS, Y VA A CORREGID.TXT CON LA MARCA DE LIBERACION PARA
      * QUE CL11EJ01 NO LO VUELVA A FRENAR POR SU HUELLA.
      *----------------------------------------------------------------*
       2600-LIBERAR-DUPLICADO.

           DISPLAY 'MOTIVO DE LA LIBERACION (OBLIGATORIO): '.
           ACCEPT WS-MOTIVO-LIBERACION.

           IF WS-MOTIVO-LIBERACION = SPACES
              DISPLAY 'SIN MOTIVO NO HAY LIBERACION, QUEDA PENDIENTE'
           ELSE
              MOVE WS-EXD-FECHA             TO WS-COR-FECHA
              MOVE WS-EXD-CATEGORIA         TO WS-COR-CATEGORIA
              MOVE WS-EXD-TIPO              TO WS-COR-TIPO

              MOVE 0                        TO WS-COR-ID
              IF WS-EXD-ID IS NUMERIC
                 MOVE WS-EXD-ID             TO WS-COR-ID
              END-IF

              MOVE WS-EXD-IMPORTE           TO WS-PI-TEXTO
              PERFORM 2230-PARSEAR-IMPORTE
                 THRU 2230-PARSEAR-IMPORTE-FIN
              MOVE WS-PI-VALOR              TO WS-COR-IMPORTE

              IF WS-COR-ES-DEVOLUCION
                 MOVE WS-EXD-REF-FECHA      TO WS-COR-REF-FECHA
                 MOVE WS-SW-IMPORTE-OK      TO WS-RF-SW-IMPORTE-GUARDA
                 MOVE WS-EXD-REF-IMPORTE    TO WS-PI-TEXTO
                 PERFORM 2230-PARSEAR-IMPORTE
                    THRU 2230-PARSEAR-IMPORTE-FIN
                 MOVE WS-PI-VALOR           TO WS-COR-REF-IMPORTE
                 MOVE WS-RF-SW-IMPORTE-GUARDA
                                            TO WS-SW-IMPORTE-OK
              ELSE
                 MOVE SPACES                TO WS-COR-REF-FECHA
                 MOVE 0                     TO WS-COR-REF-IMPORTE
              END-IF

              IF WS-IMPORTE-OK
                 PERFORM 2300-VALIDAR-CORRECCION
                    THRU 2300-VALIDAR-CORRECCION-FIN
              ELSE
                 MOVE 'N'                   TO WS-SW-VALIDO
                 MOVE 'IMPORTE MAL FORMADO' TO WS-MOTIVO-RECHAZO
              END-IF

              IF WS-REGISTRO-VALIDO
                 MOVE 'S'                   TO WS-SW-LIBERANDO
                 PERFORM 2400-RETENER-CORREGIDO
                    THRU 2400-RETENER-CORREGIDO-FIN
                 MOVE 'N'                   TO WS-SW-LIBERANDO
              ELSE
                 DISPLAY 'EL REGISTRO NO PASA LA VALIDACION: '
                         WS-MOTIVO-RECHAZO
                 DISPLAY 'LA EXCEPCION QUEDA PENDIENTE'
              END-IF
           END-IF.

       2600-LIBERAR-DUPLICADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2700-GRABAR-BITACORA.

                   'VUELVEN A QUEDAR PENDIENTES. NO LO PROCESE.'.

           MOVE 0                            TO WS-CONT-CORREGIDOS.
           MOVE 0                            TO WS-CONT-LIBERADOS.

           PERFORM 2845-REVERTIR-UNA-CORREGIDA
              THRU 2845-REVERTIR-UNA-CORREGIDA-FIN

       2860-GRABAR-UNA-PENDIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TOPE SUPERADO NO SE SALTEA: LA SESION TERMINA CON RC 12 SIN
      * GRABAR CORREGID.TXT NI REESCRIBIR EXCEPCIO.TXT, Y QUEDA
      * CONSTANCIA EN CL11EJ01.LOG. EL MOTIVO LLEGA EN WS-LGA-TEXTO.
      *----------------------------------------------------------------*
       2990-ABORTAR-POR-TOPE.

           DISPLAY 'SE ABORTA EL REPROCESO: ' WS-LGA-TEXTO.
           MOVE 'S'                          TO WS-SW-ABORT-TOPE.
           MOVE 'S'                          TO WS-SW-ERROR-ARCHIVO.

           MOVE WS-FHS-FECHA-ED              TO WS-LGA-FECHA.
           MOVE WS-FHS-HORA (1:2)            TO WS-LGA-HORA (1:2).
           MOVE ':'                          TO WS-LGA-HORA (3:1).
           MOVE WS-FHS-HORA (3:2)            TO WS-LGA-HORA (4:2).
           MOVE ':'                          TO WS-LGA-HORA (6:1).
           MOVE WS-FHS-HORA (5:2)            TO WS-LGA-HORA (7:2).

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

       2990-ABORTAR-POR-TOPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-MAESTRO-DISPONIBLE
              CLOSE MAESTRO
           END-IF.

           IF WS-CATEGORIAS-DISPONIBLE
              CLOSE CATEGORIAS
           END-IF.

           IF WS-ASIGNACIONES-DISPONIBLE
              CLOSE ASIGNACIONES
           END-IF.

           IF WS-PERIODOS-DISPONIBLE
              CLOSE PERIODOS
           END-IF.

           IF FS-DESCARTES-OK
              CLOSE DESCARTES
           END-IF.

           DISPLAY ' '.
           DISPLAY 'CORREGIDAS : ' WS-CONT-CORREGIDOS.
           DISPLAY '  LIBERADAS: ' WS-CONT-LIBERADOS.
           DISPLAY 'DESCARTADAS: ' WS-CONT-DESCARTADOS.
           DISPLAY 'PENDIENTES : ' WS-CONT-PENDIENTES.
           DISPLAY 'FIN DEL REPROCESO DE EXCEPCIONES'.
