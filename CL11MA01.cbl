      *                    otro actualizador la tenga tomada, con
      *                    deteccion de trabas viejas de corridas
      *                    muertas y constancia en CL11EJ01.LOG.
      *   15/10/2026 GR - Sucursal de cada vendedor con vigencia
      *                    desde/hasta (MAESUC.DAT, clave empleado +
      *                    fecha desde). Opcion S de asignacion y
      *                    traslado: cierra la asignacion vigente el
      *                    dia anterior al traslado, asi la historia
      *                    no se reescribe. La sucursal se valida
      *                    contra SUCURSAL.DAT y cada cambio queda en
      *                    MAEJORN.DAT (operaciones ALTA ASIG y
      *                    CIERRE ASIG, imagen del registro de
      *                    asignacion). La consulta muestra la
      *                    historia de sucursales.
      *   15/10/2026 GR - La vigencia de una asignacion o traslado
      *                    debe ser posterior al ultimo dia que
      *                    CL11EJ01 ya proceso (mayor fecha de
      *                    HISTDIA.DAT): las ventas de esos dias ya se
      *                    controlaron contra la asignacion anterior.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11MA01.
               RECORD KEY IS MAE-ID-EMPLEADO
               FILE STATUS IS FS-MAESTRO.

           SELECT ASIGNACIONES
               ASSIGN TO 'MAESUC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-CLAVE
               FILE STATUS IS FS-ASIGNACIONES.

           SELECT SUCURSALES
               ASSIGN TO 'SUCURSAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               FILE STATUS IS FS-SUCURSALES.

           SELECT HISTORIA-DIARIA
               ASSIGN TO 'HISTDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS FS-HISTORIA.

           SELECT JOURNAL
               ASSIGN TO 'MAEJORN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
             88 MAE-INACTIVO                    VALUE 'I'.
          05 MAE-FECHA-BAJA                 PIC 9(08).

      *----------------------------------------------------------------*
      * SUCURSAL DE CADA VENDEDOR CON SU VIGENCIA. UN TRASLADO CIERRA
      * LA ASIGNACION ANTERIOR (VIG-HASTA) Y ABRE UNA NUEVA; LA
      * ASIGNACION VIGENTE TIENE VIG-HASTA 99999999.
      *----------------------------------------------------------------*
       FD ASIGNACIONES.
       01 REG-ASIGNACION.
          05 ASG-CLAVE.
             10 ASG-ID-EMPLEADO             PIC 9(05).
             10 ASG-VIG-DESDE               PIC 9(08).
          05 ASG-SUCURSAL                   PIC X(10).
          05 ASG-VIG-HASTA                  PIC 9(08).
             88 ASG-ABIERTA                     VALUE 99999999.

       FD SUCURSALES.
       01 REG-SUCURSAL.
          05 SUC-CODIGO                     PIC X(10).
          05 SUC-NOMBRE                     PIC X(40).
          05 SUC-ESTADO                     PIC X(01).
             88 SUC-ACTIVA                      VALUE 'A'.
             88 SUC-INACTIVA                    VALUE 'I'.

      *----------------------------------------------------------------*
      * HISTORIA DIARIA DE CL11EJ01: SOLO SE LEE PARA SABER HASTA QUE
      * DIA YA SE PROCESARON VENTAS.
      *----------------------------------------------------------------*
       FD HISTORIA-DIARIA.
       01 REG-HISTORIA.
          05 HIS-CLAVE.
             10 HIS-FECHA-CLAVE             PIC 9(08).
             10 HIS-CATEGORIA               PIC X(20).
          05 FILLER                         PIC X(52).

       FD JOURNAL.
       01 REG-JOURNAL                       PIC X(240).

             88 FS-MAESTRO-NFD                   VALUE '35'.
             88 FS-MAESTRO-NOTFOUND              VALUE '23'.
             88 FS-MAESTRO-DUP                   VALUE '22'.
          05 FS-ASIGNACIONES                 PIC X(2).
             88 FS-ASIGNACIONES-OK               VALUE '00'.
             88 FS-ASIGNACIONES-EOF              VALUE '10'.
          05 FS-SUCURSALES                   PIC X(2).
             88 FS-SUCURSALES-OK                 VALUE '00'.
          05 FS-HISTORIA                     PIC X(2).
             88 FS-HISTORIA-OK                   VALUE '00'.
             88 FS-HISTORIA-NFD                  VALUE '35'.
          05 FS-JOURNAL                      PIC X(2).
             88 FS-JOURNAL-OK                    VALUE '00'.
          05 FS-TRABA                        PIC X(2).
          05 WS-SW-REG-ENCONTRADO            PIC X(01) VALUE 'N'.
             88 WS-REG-ENCONTRADO                VALUE 'S'.
             88 WS-REG-NO-ENCONTRADO             VALUE 'N'.
          05 WS-SW-ASIGNACIONES-ABIERTO      PIC X(01) VALUE 'N'.
             88 WS-ASIGNACIONES-ABIERTO          VALUE 'S'.
          05 WS-SW-SUCURSALES-DISPONIBLE     PIC X(01) VALUE 'N'.
             88 WS-SUCURSALES-DISPONIBLE         VALUE 'S'.
          05 WS-SW-SUCURSAL-VALIDA           PIC X(01) VALUE 'N'.
             88 WS-SUCURSAL-VALIDA               VALUE 'S'.
          05 WS-SW-HAY-ASIG-ANTERIOR         PIC X(01) VALUE 'N'.
             88 WS-HAY-ASIG-ANTERIOR             VALUE 'S'.
          05 WS-SW-FIN-ASIGNACIONES          PIC X(01) VALUE 'N'.
             88 WS-FIN-ASIGNACIONES              VALUE 'S'.
          05 WS-SW-FIN-HISTORIA              PIC X(01) VALUE 'N'.
             88 WS-FIN-HISTORIA                  VALUE 'S'.

       01 WS-ENTRADA-OPERADOR.
          05 WS-OPCION                       PIC X(01) VALUE SPACE.
          05 WS-NOMBRE-INGRESADO             PIC X(40) VALUE SPACES.
          05 WS-CATEGORIA-INGRESADA          PIC X(20) VALUE SPACES.
          05 WS-FECHA-INGRESADA              PIC X(10) VALUE SPACES.
          05 WS-SUCURSAL-INGRESADA           PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * ASIGNACION VIGENTE (LA DE MAYOR FECHA DESDE) DEL EMPLEADO EN
      * CURSO Y CALCULO DEL DIA ANTERIOR AL TRASLADO, QUE ES EL
      * VIG-HASTA CON QUE SE CIERRA LA ASIGNACION ANTERIOR.
      *----------------------------------------------------------------*
       01 WS-ASIGNACION-ANTERIOR.
          05 WS-ANT-REGISTRO                 PIC X(31) VALUE SPACES.
          05 WS-ANT-REGISTRO-R REDEFINES WS-ANT-REGISTRO.
             10 WS-ANT-ID-EMPLEADO           PIC 9(05).
             10 WS-ANT-VIG-DESDE             PIC 9(08).
             10 WS-ANT-SUCURSAL              PIC X(10).
             10 WS-ANT-VIG-HASTA             PIC 9(08).

       01 WS-ASIG-NUEVA-DESDE                PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      * ULTIMO DIA CON VENTAS YA PROCESADAS POR CL11EJ01 (MAYOR FECHA
      * DE HISTDIA.DAT, CERO SI TODAVIA NO HAY NINGUNO).
      *----------------------------------------------------------------*
       01 WS-ULTIMO-DIA-PROCESADO            PIC 9(08) VALUE 0.

       01 WS-DIA-ANTERIOR.
          05 WS-DAN-FECHA                    PIC 9(08).
          05 WS-DAN-FECHA-R REDEFINES WS-DAN-FECHA.
             10 WS-DAN-ANIO                  PIC 9(04).
             10 WS-DAN-MES                   PIC 9(02).
             10 WS-DAN-DIA                   PIC 9(02).

       01 WS-LIS-ASIGNACION.
          05 FILLER                          PIC X(11)
                                             VALUE 'SUCURSAL : '.
          05 WS-LIS-A-SUCURSAL               PIC X(10).
          05 FILLER                          PIC X(08) VALUE ' DESDE '.
          05 WS-LIS-A-DESDE                  PIC 9(08).
          05 FILLER                          PIC X(08) VALUE ' HASTA '.
          05 WS-LIS-A-HASTA                  PIC X(08).

       01 WS-VALIDACION-FECHA.
          05 WS-VF-DIA                       PIC 9(02).
              END-IF
           END-IF.

      * LAS ASIGNACIONES DE SUCURSAL SE CREAN VACIAS LA PRIMERA VEZ,
      * IGUAL QUE EL MAESTRO. SUCURSAL.DAT LO MANTIENE CL11SU01 Y
      * ACA SOLO SE LEE; SIN EL NO SE PUEDEN ASIGNAR SUCURSALES,
      * PERO EL RESTO DEL MANTENIMIENTO SIGUE DISPONIBLE.
           IF NOT WS-FIN-MENU
              OPEN I-O ASIGNACIONES
              IF NOT FS-ASIGNACIONES-OK
                 CLOSE ASIGNACIONES
                 OPEN OUTPUT ASIGNACIONES
                 CLOSE ASIGNACIONES
                 OPEN I-O ASIGNACIONES
              END-IF
              IF FS-ASIGNACIONES-OK
                 MOVE 'S'
                   TO WS-SW-ASIGNACIONES-ABIERTO
              ELSE
                 DISPLAY 'ERROR AL ABRIR LAS ASIGNACIONES DE SUCURSAL. '
                         'FILE STATUS: ' FS-ASIGNACIONES
                 MOVE 'S'                   TO WS-SW-FIN-MENU
              END-IF
           END-IF.

           IF NOT WS-FIN-MENU
              OPEN INPUT SUCURSALES
              IF FS-SUCURSALES-OK
                 MOVE 'S'
                   TO WS-SW-SUCURSALES-DISPONIBLE
              ELSE
                 DISPLAY 'MAESTRO DE SUCURSALES NO DISPONIBLE. '
                         'FILE STATUS: ' FS-SUCURSALES
              END-IF
           END-IF.

           IF NOT WS-FIN-MENU
              PERFORM 1100-TOMAR-ULTIMO-DIA
                 THRU 1100-TOMAR-ULTIMO-DIA-FIN
           END-IF.

           ACCEPT WS-FSI-FECHA               FROM DATE YYYYMMDD.

      * EL OPERADOR QUEDA ASENTADO EN CADA REGISTRO DEL DIARIO DE
       0900-LIBERAR-TRABA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSCA EL ULTIMO DIA DE HISTDIA.DAT SALTANDO DE UN DIA AL
      * SIGUIENTE (CLAVE FECHA + CATEGORIA). CON LA TRABA TOMADA EL
      * CORTE NO PUEDE AGREGAR DIAS MIENTRAS DURA EL MANTENIMIENTO.
      * SIN HISTORIA TODAVIA NO HAY DIAS PROCESADOS.
      *----------------------------------------------------------------*
       1100-TOMAR-ULTIMO-DIA.

           MOVE 0                            TO WS-ULTIMO-DIA-PROCESADO.

           OPEN INPUT HISTORIA-DIARIA.
           EVALUATE TRUE
               WHEN FS-HISTORIA-OK
                    MOVE 'N'                 TO WS-SW-FIN-HISTORIA
                    MOVE 0                   TO HIS-FECHA-CLAVE
                    MOVE SPACES              TO HIS-CATEGORIA
                    START HISTORIA-DIARIA
                       KEY IS NOT LESS THAN HIS-CLAVE
                       INVALID KEY
                          MOVE 'S'           TO WS-SW-FIN-HISTORIA
                    END-START
                    PERFORM 1110-SALTAR-UN-DIA
                       THRU 1110-SALTAR-UN-DIA-FIN
                      UNTIL WS-FIN-HISTORIA
                    CLOSE HISTORIA-DIARIA
               WHEN FS-HISTORIA-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'HISTORIA DIARIA NO DISPONIBLE '
                            '(HISTDIA.DAT). FILE STATUS: ' FS-HISTORIA
                    DISPLAY 'NO SE CONTROLA LA VIGENCIA DE LAS '
                            'ASIGNACIONES CONTRA LOS DIAS PROCESADOS'
           END-EVALUATE.

       1100-TOMAR-ULTIMO-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1110-SALTAR-UN-DIA.

           READ HISTORIA-DIARIA NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-HISTORIA
           END-READ.

           IF NOT WS-FIN-HISTORIA
              IF NOT FS-HISTORIA-OK
                 MOVE 'S'                    TO WS-SW-FIN-HISTORIA
              ELSE
                 MOVE HIS-FECHA-CLAVE        TO WS-ULTIMO-DIA-PROCESADO
                 MOVE HIGH-VALUES            TO HIS-CATEGORIA
                 START HISTORIA-DIARIA
                    KEY IS GREATER THAN HIS-CLAVE
                    INVALID KEY
                       MOVE 'S'              TO WS-SW-FIN-HISTORIA
                 END-START
              END-IF
           END-IF.

       1110-SALTAR-UN-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MUESTRA EL MENU PRINCIPAL Y DERIVA A LA OPERACION ELEGIDA.
      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.
           DISPLAY 'B - BAJA (DESACTIVACION) DE EMPLEADO'.
           DISPLAY 'R - REACTIVACION DE EMPLEADO'.
           DISPLAY 'C - CONSULTA DE EMPLEADO'.
           DISPLAY 'S - ASIGNACION / TRASLADO DE SUCURSAL'.
           DISPLAY 'F - FIN'.
           DISPLAY 'OPCION: '.
           ACCEPT WS-OPCION.
               WHEN 'c'
                    PERFORM 2500-CONSULTAR-EMPLEADO
                       THRU 2500-CONSULTAR-EMPLEADO-FIN
               WHEN 'S'
               WHEN 's'
                    PERFORM 2800-ASIGNAR-SUCURSAL
                       THRU 2800-ASIGNAR-SUCURSAL-FIN
               WHEN 'F'
               WHEN 'f'
                    MOVE 'S'                 TO WS-SW-FIN-MENU
                 MOVE 'ALTA'                 TO WS-JRN-OPERACION
                 PERFORM 2900-GRABAR-JOURNAL
                    THRU 2900-GRABAR-JOURNAL-FIN
                 PERFORM 2130-ASIGNAR-SUCURSAL-ALTA
                    THRU 2130-ASIGNAR-SUCURSAL-ALTA-FIN
           END-WRITE.

       2120-GRABAR-ALTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EN EL ALTA SE PUEDE ASIGNAR LA SUCURSAL, VIGENTE DESDE LA
      * FECHA DE INGRESO. EN BLANCO QUEDA SIN ASIGNAR Y SE CARGA
      * DESPUES CON LA OPCION S.
      *----------------------------------------------------------------*
       2130-ASIGNAR-SUCURSAL-ALTA.

           IF WS-SUCURSALES-DISPONIBLE
              DISPLAY 'SUCURSAL (BLANCO = SIN ASIGNAR): '
              ACCEPT WS-SUCURSAL-INGRESADA
              IF WS-SUCURSAL-INGRESADA NOT = SPACES
                 PERFORM 2820-VALIDAR-SUCURSAL
                    THRU 2820-VALIDAR-SUCURSAL-FIN
                 IF WS-SUCURSAL-VALIDA
                    MOVE MAE-FECHA-ALTA      TO WS-ASIG-NUEVA-DESDE
                    PERFORM 2840-GRABAR-ASIGNACION
                       THRU 2840-GRABAR-ASIGNACION-FIN
                 END-IF
              END-IF
           END-IF.

       2130-ASIGNAR-SUCURSAL-ALTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MODIFICA NOMBRE Y/O CATEGORIA. UN CAMPO INGRESADO EN BLANCO
      * CONSERVA EL VALOR ACTUAL DEL MAESTRO.
      *----------------------------------------------------------------*
           IF MAE-INACTIVO
              DISPLAY 'BAJA     : ' MAE-FECHA-BAJA
           END-IF.

           MOVE MAE-ID-EMPLEADO              TO ASG-ID-EMPLEADO.
           MOVE 0                            TO ASG-VIG-DESDE.
           MOVE 'N'                          TO WS-SW-FIN-ASIGNACIONES.

           START ASIGNACIONES
              KEY IS NOT LESS THAN ASG-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ASIGNACIONES
           END-START.

           PERFORM 2560-MOSTRAR-ASIGNACION
              THRU 2560-MOSTRAR-ASIGNACION-FIN
             UNTIL WS-FIN-ASIGNACIONES.

           DISPLAY WS-LIS-SEPARADOR.

       2550-MOSTRAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MUESTRA UNA LINEA POR ASIGNACION DE SUCURSAL DEL EMPLEADO, DE
      * LA MAS VIEJA A LA VIGENTE.
      *----------------------------------------------------------------*
       2560-MOSTRAR-ASIGNACION.

           READ ASIGNACIONES NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ASIGNACIONES
           END-READ.

           IF NOT WS-FIN-ASIGNACIONES
              IF NOT FS-ASIGNACIONES-OK
                 OR ASG-ID-EMPLEADO NOT = MAE-ID-EMPLEADO
                 MOVE 'S'                    TO WS-SW-FIN-ASIGNACIONES
              ELSE
                 MOVE ASG-SUCURSAL           TO WS-LIS-A-SUCURSAL
                 MOVE ASG-VIG-DESDE          TO WS-LIS-A-DESDE
                 IF ASG-ABIERTA
                    MOVE 'VIGENTE'           TO WS-LIS-A-HASTA
                 ELSE
                    MOVE ASG-VIG-HASTA       TO WS-LIS-A-HASTA
                 END-IF
                 DISPLAY WS-LIS-ASIGNACION
              END-IF
           END-IF.

       2560-MOSTRAR-ASIGNACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIDE EL ID DE EMPLEADO AL OPERADOR. UN INGRESO EN BLANCO O NO
      * NUMERICO DEJA EL ID EN CERO Y LA OPERACION SE CANCELA.
      *----------------------------------------------------------------*
       2710-VALIDAR-DIA-DEL-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ASIGNACION O TRASLADO DE SUCURSAL. LA NUEVA ASIGNACION DEBE
      * SER POSTERIOR A LA VIGENTE, QUE SE CIERRA EL DIA ANTERIOR:
      * LAS VENTAS YA PROCESADAS SIGUEN VALIDANDOSE CONTRA LA
      * SUCURSAL QUE EL VENDEDOR TENIA A ESA FECHA.
      *----------------------------------------------------------------*
       2800-ASIGNAR-SUCURSAL.

           PERFORM 2600-PEDIR-ID-EMPLEADO
              THRU 2600-PEDIR-ID-EMPLEADO-FIN.

           IF WS-ID-NUMERICO NOT = 0
              PERFORM 2650-LEER-MAESTRO
                 THRU 2650-LEER-MAESTRO-FIN
              EVALUATE TRUE
                  WHEN WS-REG-NO-ENCONTRADO
                       DISPLAY 'EL EMPLEADO ' WS-ID-NUMERICO
                               ' NO EXISTE EN EL MAESTRO'
                  WHEN MAE-INACTIVO
                       DISPLAY 'EL EMPLEADO SE ENCUENTRA INACTIVO'
                  WHEN NOT WS-SUCURSALES-DISPONIBLE
                       DISPLAY 'MAESTRO DE SUCURSALES NO DISPONIBLE'
                  WHEN OTHER
                       PERFORM 2810-CARGAR-ASIGNACION
                          THRU 2810-CARGAR-ASIGNACION-FIN
              END-EVALUATE
           END-IF.

       2800-ASIGNAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-CARGAR-ASIGNACION.

           PERFORM 2830-BUSCAR-ASIG-VIGENTE
              THRU 2830-BUSCAR-ASIG-VIGENTE-FIN.

           IF WS-HAY-ASIG-ANTERIOR
              DISPLAY 'SUCURSAL ACTUAL: ' WS-ANT-SUCURSAL
                      ' DESDE ' WS-ANT-VIG-DESDE
           ELSE
              DISPLAY 'EL EMPLEADO NO TIENE SUCURSAL ASIGNADA'
           END-IF.

           DISPLAY 'NUEVA SUCURSAL (BLANCO = CANCELAR): '.
           ACCEPT WS-SUCURSAL-INGRESADA.

           MOVE 'N'                          TO WS-SW-SUCURSAL-VALIDA.
           IF WS-SUCURSAL-INGRESADA NOT = SPACES
              PERFORM 2820-VALIDAR-SUCURSAL
                 THRU 2820-VALIDAR-SUCURSAL-FIN
           END-IF.

           IF WS-SUCURSAL-VALIDA
              AND WS-HAY-ASIG-ANTERIOR
              AND WS-SUCURSAL-INGRESADA = WS-ANT-SUCURSAL
              DISPLAY 'EL EMPLEADO YA PERTENECE A ESA SUCURSAL'
              MOVE 'N'                       TO WS-SW-SUCURSAL-VALIDA
           END-IF.

           IF WS-SUCURSAL-VALIDA
              PERFORM 2815-CARGAR-VIGENCIA
                 THRU 2815-CARGAR-VIGENCIA-FIN
           END-IF.

       2810-CARGAR-ASIGNACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA PRIMERA ASIGNACION VALE POR DEFECTO DESDE EL INGRESO; UN
      * TRASLADO, DESDE HOY. NINGUNA PUEDE EMPEZAR EN UN DIA QUE
      * CL11EJ01 YA PROCESO: ESAS VENTAS YA SE CONTROLARON CONTRA LA
      * ASIGNACION QUE HABIA Y CAMBIARLA HACIA ATRAS DEJARIA A
      * CL11LQ01/CL11RL01 RECHAZANDO LO QUE EL CORTE ACEPTO.
      *----------------------------------------------------------------*
       2815-CARGAR-VIGENCIA.

           IF WS-HAY-ASIG-ANTERIOR
              DISPLAY 'VIGENTE DESDE (DD/MM/AAAA, BLANCO = HOY): '
           ELSE
              DISPLAY 'VIGENTE DESDE (DD/MM/AAAA, BLANCO = INGRESO): '
           END-IF.
           ACCEPT WS-FECHA-INGRESADA.

           IF WS-FECHA-INGRESADA = SPACES
              MOVE 'S'                       TO WS-SW-FECHA-VALIDA
              IF WS-HAY-ASIG-ANTERIOR
                 MOVE WS-FSI-FECHA           TO WS-ASIG-NUEVA-DESDE
              ELSE
                 MOVE MAE-FECHA-ALTA         TO WS-ASIG-NUEVA-DESDE
              END-IF
           ELSE
              PERFORM 2700-VALIDAR-FECHA
                 THRU 2700-VALIDAR-FECHA-FIN
              MOVE WS-VF-CLAVE               TO WS-ASIG-NUEVA-DESDE
           END-IF.

           EVALUATE TRUE
               WHEN WS-FECHA-INVALIDA
                    DISPLAY 'FECHA DE VIGENCIA INVALIDA'
               WHEN WS-ASIG-NUEVA-DESDE < MAE-FECHA-ALTA
                    DISPLAY 'LA VIGENCIA NO PUEDE SER ANTERIOR AL '
                            'INGRESO (' MAE-FECHA-ALTA ')'
               WHEN WS-HAY-ASIG-ANTERIOR
                AND WS-ASIG-NUEVA-DESDE NOT > WS-ANT-VIG-DESDE
                    DISPLAY 'LA VIGENCIA DEBE SER POSTERIOR A LA '
                            'ASIGNACION ACTUAL (' WS-ANT-VIG-DESDE ')'
               WHEN WS-ASIG-NUEVA-DESDE NOT > WS-ULTIMO-DIA-PROCESADO
                    DISPLAY 'LA VIGENCIA DEBE SER POSTERIOR AL ULTIMO '
                            'DIA YA PROCESADO (' WS-ULTIMO-DIA-PROCESADO
                            ')'
               WHEN OTHER
                    IF WS-HAY-ASIG-ANTERIOR
                       PERFORM 2850-CERRAR-ASIG-ANTERIOR
                          THRU 2850-CERRAR-ASIG-ANTERIOR-FIN
                    END-IF
                    PERFORM 2840-GRABAR-ASIGNACION
                       THRU 2840-GRABAR-ASIGNACION-FIN
           END-EVALUATE.

       2815-CARGAR-VIGENCIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA SUCURSAL TIENE QUE EXISTIR Y ESTAR ACTIVA EN SUCURSAL.DAT.
      *----------------------------------------------------------------*
       2820-VALIDAR-SUCURSAL.

           MOVE 'N'                          TO WS-SW-SUCURSAL-VALIDA.
           MOVE WS-SUCURSAL-INGRESADA        TO SUC-CODIGO.

           READ SUCURSALES
              KEY IS SUC-CODIGO
              INVALID KEY
                 DISPLAY 'LA SUCURSAL ' WS-SUCURSAL-INGRESADA
                         ' NO EXISTE EN EL MAESTRO DE SUCURSALES'
              NOT INVALID KEY
                 IF SUC-INACTIVA
                    DISPLAY 'LA SUCURSAL ' WS-SUCURSAL-INGRESADA
                            ' ESTA DADA DE BAJA'
                 ELSE
                    MOVE 'S'                 TO WS-SW-SUCURSAL-VALIDA
                 END-IF
           END-READ.

       2820-VALIDAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRE LAS ASIGNACIONES DEL EMPLEADO Y DEJA LA ULTIMA (LA DE
      * MAYOR FECHA DESDE) EN WS-ASIGNACION-ANTERIOR.
      *----------------------------------------------------------------*
       2830-BUSCAR-ASIG-VIGENTE.

           MOVE 'N'                          TO WS-SW-HAY-ASIG-ANTERIOR.
           MOVE 'N'                          TO WS-SW-FIN-ASIGNACIONES.
           MOVE SPACES                       TO WS-ANT-REGISTRO.

           MOVE MAE-ID-EMPLEADO              TO ASG-ID-EMPLEADO.
           MOVE 0                            TO ASG-VIG-DESDE.

           START ASIGNACIONES
              KEY IS NOT LESS THAN ASG-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ASIGNACIONES
           END-START.

           PERFORM 2835-LEER-ASIGNACION
              THRU 2835-LEER-ASIGNACION-FIN
             UNTIL WS-FIN-ASIGNACIONES.

       2830-BUSCAR-ASIG-VIGENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2835-LEER-ASIGNACION.

           READ ASIGNACIONES NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ASIGNACIONES
           END-READ.

           IF NOT WS-FIN-ASIGNACIONES
              IF NOT FS-ASIGNACIONES-OK
                 OR ASG-ID-EMPLEADO NOT = MAE-ID-EMPLEADO
                 MOVE 'S'                    TO WS-SW-FIN-ASIGNACIONES
              ELSE
                 MOVE REG-ASIGNACION         TO WS-ANT-REGISTRO
                 MOVE 'S'                    TO WS-SW-HAY-ASIG-ANTERIOR
              END-IF
           END-IF.

       2835-LEER-ASIGNACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2840-GRABAR-ASIGNACION.

           MOVE SPACES                       TO WS-IMAGEN-ANTERIOR.

           MOVE MAE-ID-EMPLEADO              TO ASG-ID-EMPLEADO.
           MOVE WS-ASIG-NUEVA-DESDE          TO ASG-VIG-DESDE.
           MOVE WS-SUCURSAL-INGRESADA        TO ASG-SUCURSAL.
           MOVE 99999999                     TO ASG-VIG-HASTA.

           WRITE REG-ASIGNACION
              INVALID KEY
                 DISPLAY 'ERROR AL GRABAR LA ASIGNACION. FILE STATUS: '
                         FS-ASIGNACIONES
              NOT INVALID KEY
                 DISPLAY 'EMPLEADO ' MAE-ID-EMPLEADO
                         ' ASIGNADO A LA SUCURSAL ' ASG-SUCURSAL
                         ' DESDE ' ASG-VIG-DESDE
                 MOVE 'ALTA ASIG'            TO WS-JRN-OPERACION
                 PERFORM 2910-GRABAR-JOURNAL-ASIG
                    THRU 2910-GRABAR-JOURNAL-ASIG-FIN
           END-WRITE.

       2840-GRABAR-ASIGNACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA LA ASIGNACION VIGENTE EL DIA ANTERIOR A LA NUEVA.
      *----------------------------------------------------------------*
       2850-CERRAR-ASIG-ANTERIOR.

           MOVE WS-ANT-ID-EMPLEADO           TO ASG-ID-EMPLEADO.
           MOVE WS-ANT-VIG-DESDE             TO ASG-VIG-DESDE.

           READ ASIGNACIONES
              KEY IS ASG-CLAVE
              INVALID KEY
                 DISPLAY 'ERROR AL LEER LA ASIGNACION VIGENTE. '
                         'FILE STATUS: ' FS-ASIGNACIONES
              NOT INVALID KEY
                 MOVE REG-ASIGNACION         TO WS-IMAGEN-ANTERIOR
                 MOVE WS-ASIG-NUEVA-DESDE    TO WS-DAN-FECHA
                 PERFORM 2860-CALCULAR-DIA-ANTERIOR
                    THRU 2860-CALCULAR-DIA-ANTERIOR-FIN
                 MOVE WS-DAN-FECHA           TO ASG-VIG-HASTA
                 REWRITE REG-ASIGNACION
                    INVALID KEY
                       DISPLAY 'ERROR AL CERRAR LA ASIGNACION VIGENTE.'
                               ' FILE STATUS: ' FS-ASIGNACIONES
                    NOT INVALID KEY
                       MOVE 'CIERRE ASIG'    TO WS-JRN-OPERACION
                       PERFORM 2910-GRABAR-JOURNAL-ASIG
                          THRU 2910-GRABAR-JOURNAL-ASIG-FIN
                 END-REWRITE
           END-READ.

       2850-CERRAR-ASIG-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RESTA UN DIA A WS-DAN-FECHA (AAAAMMDD), PASANDO AL ULTIMO DIA
      * DEL MES ANTERIOR CUANDO CORRESPONDE (FEBRERO SEGUN BISIESTO).
      *----------------------------------------------------------------*
       2860-CALCULAR-DIA-ANTERIOR.

           IF WS-DAN-DIA > 1
              SUBTRACT 1                     FROM WS-DAN-DIA
           ELSE
              IF WS-DAN-MES = 1
                 MOVE 12                     TO WS-DAN-MES
                 SUBTRACT 1                  FROM WS-DAN-ANIO
              ELSE
                 SUBTRACT 1                  FROM WS-DAN-MES
              END-IF
              MOVE WS-DPM-DIAS (WS-DAN-MES)  TO WS-DAN-DIA
              IF WS-DAN-MES = 2
                 DIVIDE WS-DAN-ANIO BY 4   GIVING WS-VF-DIV-AUX
                                           REMAINDER WS-VF-REM-4
                 DIVIDE WS-DAN-ANIO BY 100 GIVING WS-VF-DIV-AUX
                                           REMAINDER WS-VF-REM-100
                 DIVIDE WS-DAN-ANIO BY 400 GIVING WS-VF-DIV-AUX
                                           REMAINDER WS-VF-REM-400
                 IF WS-VF-REM-4 = 0
                    AND (WS-VF-REM-100 NOT = 0 OR WS-VF-REM-400 = 0)
                    MOVE 29                  TO WS-DAN-DIA
                 END-IF
              END-IF
           END-IF.

       2860-CALCULAR-DIA-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA UN REGISTRO DEL DIARIO DE AUDITORIA CON LA OPERACION
      * RECIEN CONFIRMADA. LA IMAGEN ANTERIOR LA CARGO LA OPERACION
      * ANTES DE TOCAR EL REGISTRO; LA NUEVA ES EL REGISTRO GRABADO.
      *----------------------------------------------------------------*
       2900-GRABAR-JOURNAL.

           MOVE MAE-ID-EMPLEADO              TO WS-JRN-ID.
           MOVE WS-IMAGEN-ANTERIOR           TO WS-JRN-IMAGEN-ANT.
           MOVE REG-MAESTRO                  TO WS-JRN-IMAGEN-NVA.

           PERFORM 2950-ESCRIBIR-JOURNAL
              THRU 2950-ESCRIBIR-JOURNAL-FIN.

       2900-GRABAR-JOURNAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MISMO DIARIO PARA LOS CAMBIOS DE ASIGNACION DE SUCURSAL: LAS
      * IMAGENES SON LAS DEL REGISTRO DE MAESUC.DAT.
      *----------------------------------------------------------------*
       2910-GRABAR-JOURNAL-ASIG.

           MOVE ASG-ID-EMPLEADO              TO WS-JRN-ID.
           MOVE WS-IMAGEN-ANTERIOR           TO WS-JRN-IMAGEN-ANT.
           MOVE REG-ASIGNACION               TO WS-JRN-IMAGEN-NVA.

           PERFORM 2950-ESCRIBIR-JOURNAL
              THRU 2950-ESCRIBIR-JOURNAL-FIN.

       2910-GRABAR-JOURNAL-ASIG-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2950-ESCRIBIR-JOURNAL.

           ACCEPT WS-JFH-FECHA               FROM DATE YYYYMMDD.
           ACCEPT WS-JFH-HORA                FROM TIME.

           MOVE WS-JFH-HORA (5:2)            TO WS-JRN-HORA (7:2).

           MOVE WS-OPERADOR                  TO WS-JRN-OPERADOR.

           OPEN EXTEND JOURNAL.
           IF NOT FS-JOURNAL-OK

           CLOSE JOURNAL.

       2950-ESCRIBIR-JOURNAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-TRABA-TOMADA
              CLOSE MAESTRO
              IF WS-ASIGNACIONES-ABIERTO
                 CLOSE ASIGNACIONES
              END-IF
              IF WS-SUCURSALES-DISPONIBLE
                 CLOSE SUCURSALES
              END-IF
              PERFORM 0900-LIBERAR-TRABA
                 THRU 0900-LIBERAR-TRABA-FIN
              DISPLAY 'FIN DEL MANTENIMIENTO DEL MAESTRO'
