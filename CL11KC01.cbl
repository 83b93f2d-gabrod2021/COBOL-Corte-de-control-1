      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LISTADO DE CONSISTENCIA DEL MAESTRO DE CATEGORIAS
      *          (CATEGOR.DAT, CL11CT01) CONTRA LA TABLA DE TARIFAS
      *          (TARIFAS.TXT, CL11TA01) Y EL PLAN DE CUENTAS DE LA
      *          INTERFAZ CONTABLE (CUENTAS.TXT, CL11IC01), PREVIO AL
      *          CIERRE DE MES. PARA EL PERIODO PEDIDO (MM/AAAA)
      *          INFORMA CADA CATEGORIA ACTIVA SIN TRAMO BASE
      *          (VOLUMEN-DESDE CERO) VIGENTE AL PRIMER DIA DEL
      *          PERIODO, QUE CL11LQ01 NO PODRIA LIQUIDAR, Y CADA
      *          CATEGORIA ACTIVA SIN CUENTA CONTABLE, QUE CL11IC01
      *          NO PODRIA INTERFACEAR. TERMINA CON RETURN-CODE 4 SI
      *          HAY INCONSISTENCIAS, PARA QUE EL PLANIFICADOR FRENE
      *          EL CIERRE, Y 12 SI NO PUDO LEER ALGUNO DE LOS
      *          ARCHIVOS O SI LAS TARIFAS O LAS CUENTAS SUPERAN LA
      *          TABLA EN MEMORIA (ESTO ULTIMO QUEDA ADEMAS EN
      *          CL11EJ01.LOG). SALIDA: CONSCAT.TXT.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - Una tarifa con vigencia hasta en cero se toma
      *                    como vencida, igual que en CL11LQ01 (antes
      *                    se la daba por abierta y el tramo base de
      *                    la categoria podia faltar sin informarse).
      *                    Sangria de la carga de tarifas corregida.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11KC01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CATEGORIAS
               ASSIGN TO 'CATEGOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS FS-CATEGORIAS.

           SELECT TARIFAS
               ASSIGN TO 'TARIFAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS.

           SELECT CUENTAS
               ASSIGN TO 'CUENTAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUENTAS.

           SELECT CONSISTENCIA
               ASSIGN TO 'CONSCAT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSISTENCIA.

           SELECT AUDITORIA
               ASSIGN TO 'CL11EJ01.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD CATEGORIAS.
       01 REG-CATEGORIA.
          05 CAT-CODIGO                     PIC X(20).
          05 CAT-DESCRIPCION                PIC X(40).
          05 CAT-ESTADO                     PIC X(01).
             88 CAT-ACTIVA                      VALUE 'A'.
             88 CAT-INACTIVA                    VALUE 'I'.

       FD TARIFAS.
       01 REG-TARIFA.
          05 TAR-CATEGORIA                  PIC X(20).
          05 TAR-VOL-DESDE                  PIC 9(10)V9(2).
          05 TAR-PORCENTAJE                 PIC 9(02)V9(02).
          05 TAR-VIG-DESDE                  PIC 9(08).
          05 TAR-VIG-HASTA                  PIC 9(08).

       FD CUENTAS.
       01 REG-CUENTA.
          05 CTA-CATEGORIA                  PIC X(20).
          05 CTA-CUENTA                     PIC X(10).

       FD CONSISTENCIA.
       01 REG-CONSISTENCIA                  PIC X(132).

       FD AUDITORIA.
       01 REG-AUDITORIA                     PIC X(150).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-CATEGORIAS                   PIC X(2).
             88 FS-CATEGORIAS-OK                 VALUE '00'.
             88 FS-CATEGORIAS-NFD                VALUE '35'.
          05 FS-TARIFAS                      PIC X(2).
             88 FS-TARIFAS-OK                    VALUE '00'.
             88 FS-TARIFAS-EOF                   VALUE '10'.
             88 FS-TARIFAS-NFD                   VALUE '35'.
          05 FS-CUENTAS                      PIC X(2).
             88 FS-CUENTAS-OK                    VALUE '00'.
             88 FS-CUENTAS-EOF                   VALUE '10'.
             88 FS-CUENTAS-NFD                   VALUE '35'.
          05 FS-CONSISTENCIA                 PIC X(2).
             88 FS-CONSISTENCIA-OK               VALUE '00'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-PARAMETRO-OK                  VALUE 'S'.
             88 WS-PARAMETRO-MAL                 VALUE 'N'.
          05 WS-SW-FIN-CATEGORIAS            PIC X(01) VALUE 'N'.
             88 WS-FIN-CATEGORIAS                VALUE 'S'.
          05 WS-SW-TRAMO-BASE                PIC X(01) VALUE 'N'.
             88 WS-HAY-TRAMO-BASE                VALUE 'S'.
          05 WS-SW-CUENTA-HALLADA            PIC X(01) VALUE 'N'.
             88 WS-CUENTA-HALLADA                VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-PERIODO-PARM                 PIC X(07) VALUE SPACES.
          05 WS-MES-X                        PIC X(02).
          05 WS-ANIO-X                       PIC X(04).
          05 WS-MES                          PIC 9(02).
          05 WS-ANIO                         PIC 9(04).

      *----------------------------------------------------------------*
      * PRIMER DIA DEL PERIODO (AAAAMMDD): LA MISMA FECHA CON LA QUE
      * CL11LQ01 ELIGE LAS TARIFAS VIGENTES AL LIQUIDAR.
      *----------------------------------------------------------------*
       01 WS-PERIODO-CLAVE                   PIC 9(08) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CONT-ACTIVAS                 PIC 9(05) VALUE 0.
          05 WS-CONT-INACTIVAS               PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-TARIFA              PIC 9(05) VALUE 0.
          05 WS-CONT-SIN-CUENTA              PIC 9(05) VALUE 0.
          05 WS-CONT-CONSISTENTES            PIC 9(05) VALUE 0.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * TARIFAS Y CUENTAS EN MEMORIA. SUPERAR EL TAMANIO DE LAS
      * TABLAS ABORTA EL LISTADO: UN CONTROL DE CONSISTENCIA QUE NO
      * VIO TODAS LAS TARIFAS O CUENTAS NO SIRVE.
      *----------------------------------------------------------------*
       01 WS-TABLA-TARIFAS-AREA.
          05 WS-MAX-TARIFAS                  PIC 9(04) VALUE 500.
          05 WS-CANT-TARIFAS                 PIC 9(04) VALUE 0.
          05 WS-TABLA-TARIFAS OCCURS 500 TIMES
                               INDEXED BY WS-IDX-TAR.
             10 WS-TAR-CATEGORIA             PIC X(20).
             10 WS-TAR-VOL-DESDE             PIC 9(10)V9(2).
             10 WS-TAR-VIG-DESDE             PIC 9(08).
             10 WS-TAR-VIG-HASTA             PIC 9(08).

       01 WS-TABLA-CUENTAS-AREA.
          05 WS-MAX-CUENTAS                  PIC 9(04) VALUE 500.
          05 WS-CANT-CUENTAS                 PIC 9(04) VALUE 0.
          05 WS-TABLA-CUENTAS OCCURS 500 TIMES
                               INDEXED BY WS-IDX-CTA.
             10 WS-CTA-CATEGORIA             PIC X(20).
             10 WS-CTA-CUENTA                PIC X(10).

      *----------------------------------------------------------------*
      * LINEA DE LA BITACORA CL11EJ01.LOG CUANDO SE SUPERA UN TOPE.
      *----------------------------------------------------------------*
       01 WS-FECHA-HOY.
          05 WS-FHY-ANIO                     PIC 9(04).
          05 WS-FHY-MES                      PIC 9(02).
          05 WS-FHY-DIA                      PIC 9(02).
       01 WS-HORA-AHORA                      PIC 9(08) VALUE 0.

       01 WS-LOG-ABORTO.
          05 FILLER                          PIC X(08) VALUE 'CL11KC01'.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGA-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-TEXTO                    PIC X(80).

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(100) VALUE ALL '-'.
          05 WS-LIS-TITULO.
             10 FILLER                      PIC X(37)
                VALUE 'CONSISTENCIA DE CATEGORIAS - PERIODO '.
             10 WS-LIS-T-PERIODO            PIC X(07).
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-CODIGO             PIC X(20).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-DESCRIPCION        PIC X(30).
             10 FILLER                      PIC X(03) VALUE ' | '.
             10 WS-LIS-D-SITUACION          PIC X(46).
          05 WS-LIS-RESUMEN-1.
             10 FILLER                      PIC X(19)
                                       VALUE 'CATEGORIAS ACTIVAS:'.
             10 WS-LIS-R-ACTIVAS            PIC ZZZZ9.
             10 FILLER                      PIC X(14)
                                       VALUE '  INACTIVAS: '.
             10 WS-LIS-R-INACTIVAS          PIC ZZZZ9.
             10 FILLER                      PIC X(16)
                                       VALUE '  CONSISTENTES: '.
             10 WS-LIS-R-CONSISTENTES       PIC ZZZZ9.
          05 WS-LIS-RESUMEN-2.
             10 FILLER                      PIC X(25)
                                       VALUE 'SIN TRAMO BASE VIGENTE: '.
             10 WS-LIS-R-SIN-TARIFA         PIC ZZZZ9.
             10 FILLER                      PIC X(23)
                                       VALUE '  SIN CUENTA CONTABLE: '.
             10 WS-LIS-R-SIN-CUENTA         PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0100-OBTENER-PARAMETROS
              THRU 0100-OBTENER-PARAMETROS-FIN.

           IF WS-PARAMETRO-OK
              PERFORM 1000-INICIAR-PROGRAMA
                 THRU 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-PARAMETRO-OK
              PERFORM 2000-RECORRER-CATEGORIAS
                 THRU 2000-RECORRER-CATEGORIAS-FIN
              PERFORM 2800-RESUMEN
                 THRU 2800-RESUMEN-FIN
              PERFORM 3000-FINALIZAR-PROGRAMA
                 THRU 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * UNICO PARAMETRO: PERIODO MM/AAAA (OBLIGATORIO), EL MISMO
      * FORMATO QUE VIAJA EN LA CABECERA H DE LOS ARCHIVOS MENSUALES.
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-PERIODO-PARM FROM ARGUMENT-VALUE.

           IF WS-PERIODO-PARM = SPACES
              DISPLAY 'USO: CL11KC01 MM/AAAA'
              MOVE 'N'                      TO WS-SW-PARAMETRO-OK
           ELSE
              MOVE WS-PERIODO-PARM (1:2)    TO WS-MES-X
              MOVE WS-PERIODO-PARM (4:4)    TO WS-ANIO-X
              IF WS-PERIODO-PARM (3:1) NOT = '/'
                 OR WS-MES-X NOT NUMERIC
                 OR WS-ANIO-X NOT NUMERIC
                 DISPLAY 'PERIODO INVALIDO, SE ESPERA MM/AAAA: '
                         WS-PERIODO-PARM
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              ELSE
                 MOVE WS-MES-X              TO WS-MES
                 MOVE WS-ANIO-X             TO WS-ANIO
                 IF WS-MES < 1 OR WS-MES > 12
                    DISPLAY 'PERIODO INVALIDO, SE ESPERA MM/AAAA: '
                            WS-PERIODO-PARM
                    MOVE 'N'                TO WS-SW-PARAMETRO-OK
                 ELSE
                    COMPUTE WS-PERIODO-CLAVE = WS-ANIO * 10000
                                             + WS-MES * 100 + 1
                 END-IF
              END-IF
           END-IF.

       0100-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA TARIFAS Y CUENTAS Y ABRE EL MAESTRO DE CATEGORIAS. SIN
      * CUALQUIERA DE LOS TRES EL CONTROL NO SE PUEDE HACER.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           PERFORM 1200-CARGAR-TARIFAS
              THRU 1200-CARGAR-TARIFAS-FIN.

           IF WS-PARAMETRO-OK
              PERFORM 1300-CARGAR-CUENTAS
                 THRU 1300-CARGAR-CUENTAS-FIN
           END-IF.

           IF WS-PARAMETRO-OK
              OPEN INPUT CATEGORIAS
              IF NOT FS-CATEGORIAS-OK
                 DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO DE CATEGORIAS '
                         '(CATEGOR.DAT, VER CL11CT01). FILE STATUS: '
                         FS-CATEGORIAS
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK
              OPEN OUTPUT CONSISTENCIA
              IF NOT FS-CONSISTENCIA-OK
                 DISPLAY 'ERROR AL ABRIR CONSCAT.TXT. FILE STATUS: '
                         FS-CONSISTENCIA
                 CLOSE CATEGORIAS
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK
              MOVE WS-PERIODO-PARM          TO WS-LIS-T-PERIODO
              DISPLAY WS-LIS-TITULO
              DISPLAY WS-LIS-SEPARADOR
              WRITE REG-CONSISTENCIA        FROM WS-LIS-TITULO
              WRITE REG-CONSISTENCIA        FROM WS-LIS-SEPARADOR
           ELSE
              MOVE 12                       TO WS-CODIGO-RETORNO
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LA TABLA DE TARIFAS CON EL MISMO CRITERIO QUE CL11LQ01:
      * UNA TARIFA MAL FORMADA SE IGNORA Y UNA DE FORMATO VIEJO, SIN
      * FECHAS, SE TOMA COMO SIEMPRE VIGENTE. UNA VIGENCIA HASTA EN
      * CERO NO ES UNA TARIFA ABIERTA: YA VENCIO, Y CL11LQ01 TAMPOCO
      * LA APLICA.
      *----------------------------------------------------------------*
       1200-CARGAR-TARIFAS.

           OPEN INPUT TARIFAS.

           IF NOT FS-TARIFAS-OK
              DISPLAY 'NO SE PUEDE ABRIR LA TABLA DE TARIFAS '
                      '(TARIFAS.TXT). FILE STATUS: ' FS-TARIFAS
              MOVE 'N'                      TO WS-SW-PARAMETRO-OK
           ELSE
              PERFORM 1210-LEER-UNA-TARIFA
                 THRU 1210-LEER-UNA-TARIFA-FIN
                UNTIL FS-TARIFAS-EOF
                   OR WS-PARAMETRO-MAL
              CLOSE TARIFAS
           END-IF.

       1200-CARGAR-TARIFAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1210-LEER-UNA-TARIFA.

           READ TARIFAS.

           IF FS-TARIFAS-OK AND REG-TARIFA NOT = SPACES
              IF TAR-VOL-DESDE NOT NUMERIC
                 OR TAR-PORCENTAJE NOT NUMERIC
                 DISPLAY 'TARIFA MAL FORMADA, SE IGNORA: '
                         TAR-CATEGORIA
              ELSE
                 IF WS-CANT-TARIFAS < WS-MAX-TARIFAS
                    ADD 1                   TO WS-CANT-TARIFAS
                    MOVE TAR-CATEGORIA
                               TO WS-TAR-CATEGORIA (WS-CANT-TARIFAS)
                    MOVE TAR-VOL-DESDE
                               TO WS-TAR-VOL-DESDE (WS-CANT-TARIFAS)
                    IF TAR-VIG-DESDE IS NUMERIC
                       AND TAR-VIG-HASTA IS NUMERIC
                       MOVE TAR-VIG-DESDE
                               TO WS-TAR-VIG-DESDE (WS-CANT-TARIFAS)
                       MOVE TAR-VIG-HASTA
                               TO WS-TAR-VIG-HASTA (WS-CANT-TARIFAS)
                    ELSE
                       MOVE 0
                               TO WS-TAR-VIG-DESDE (WS-CANT-TARIFAS)
                       MOVE 99999999
                               TO WS-TAR-VIG-HASTA (WS-CANT-TARIFAS)
                    END-IF
                 ELSE
                    MOVE 'TARIFAS.TXT SUPERA LOS 500 TRAMOS'
                                            TO WS-LGA-TEXTO
                    PERFORM 2990-ABORTAR-POR-TOPE
                       THRU 2990-ABORTAR-POR-TOPE-FIN
                 END-IF
              END-IF
           END-IF.

       1210-LEER-UNA-TARIFA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LAS EQUIVALENCIAS CATEGORIA-CUENTA DE CL11IC01. LAS
      * ENTRADAS RESERVADAS (*CONTRAPARTIDA*, *COMISIONES*,
      * *PROVISION*) NO SON CATEGORIAS Y NO SE CRUZAN.
      *----------------------------------------------------------------*
       1300-CARGAR-CUENTAS.

           OPEN INPUT CUENTAS.

           IF NOT FS-CUENTAS-OK
              DISPLAY 'NO SE PUEDE ABRIR EL PLAN DE CUENTAS '
                      '(CUENTAS.TXT). FILE STATUS: ' FS-CUENTAS
              MOVE 'N'                      TO WS-SW-PARAMETRO-OK
           ELSE
              PERFORM 1310-LEER-UNA-CUENTA
                 THRU 1310-LEER-UNA-CUENTA-FIN
                UNTIL FS-CUENTAS-EOF
                   OR WS-PARAMETRO-MAL
              CLOSE CUENTAS
           END-IF.

       1300-CARGAR-CUENTAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1310-LEER-UNA-CUENTA.

           READ CUENTAS.

           IF FS-CUENTAS-OK AND REG-CUENTA NOT = SPACES
              AND CTA-CATEGORIA (1:1) NOT = '*'
              AND CTA-CUENTA NOT = SPACES
              IF WS-CANT-CUENTAS < WS-MAX-CUENTAS
                 ADD 1                      TO WS-CANT-CUENTAS
                 MOVE CTA-CATEGORIA
                            TO WS-CTA-CATEGORIA (WS-CANT-CUENTAS)
                 MOVE CTA-CUENTA
                            TO WS-CTA-CUENTA (WS-CANT-CUENTAS)
              ELSE
                 MOVE 'CUENTAS.TXT SUPERA LAS 500 CUENTAS'
                                            TO WS-LGA-TEXTO
                 PERFORM 2990-ABORTAR-POR-TOPE
                    THRU 2990-ABORTAR-POR-TOPE-FIN
              END-IF
           END-IF.

       1310-LEER-UNA-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRE EL MAESTRO DE CATEGORIAS EN ORDEN DE CODIGO. LAS
      * INACTIVAS SOLO SE CUENTAN: YA NO RECIBEN VENTAS.
      *----------------------------------------------------------------*
       2000-RECORRER-CATEGORIAS.

           MOVE SPACES                       TO CAT-CODIGO.

           START CATEGORIAS
              KEY IS NOT LESS THAN CAT-CODIGO
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-CATEGORIAS
              NOT INVALID KEY
                 PERFORM 2100-PROCESAR-UNA-CATEGORIA
                    THRU 2100-PROCESAR-UNA-CATEGORIA-FIN
                   UNTIL WS-FIN-CATEGORIAS
           END-START.

       2000-RECORRER-CATEGORIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-PROCESAR-UNA-CATEGORIA.

           READ CATEGORIAS NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-CATEGORIAS NOT = '00'
                    AND FS-CATEGORIAS NOT = '02'
                    MOVE 'S'                 TO WS-SW-FIN-CATEGORIAS
               WHEN CAT-INACTIVA
                    ADD 1                    TO WS-CONT-INACTIVAS
               WHEN OTHER
                    ADD 1                    TO WS-CONT-ACTIVAS
                    PERFORM 2200-BUSCAR-TRAMO-BASE
                       THRU 2200-BUSCAR-TRAMO-BASE-FIN
                    PERFORM 2300-BUSCAR-CUENTA
                       THRU 2300-BUSCAR-CUENTA-FIN
                    PERFORM 2400-INFORMAR-CATEGORIA
                       THRU 2400-INFORMAR-CATEGORIA-FIN
           END-EVALUATE.

       2100-PROCESAR-UNA-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TRAMO BASE: UNA TARIFA DE LA CATEGORIA CON VOLUMEN-DESDE CERO
      * VIGENTE AL PRIMER DIA DEL PERIODO. SIN ELLA, UN VENDEDOR CON
      * POCO VOLUMEN EN LA CATEGORIA QUEDA SIN TARIFA EN CL11LQ01.
      *----------------------------------------------------------------*
       2200-BUSCAR-TRAMO-BASE.

           MOVE 'N'                          TO WS-SW-TRAMO-BASE.

           PERFORM 2210-EVALUAR-UNA-TARIFA
              THRU 2210-EVALUAR-UNA-TARIFA-FIN
             VARYING WS-IDX-TAR FROM 1 BY 1
               UNTIL WS-IDX-TAR > WS-CANT-TARIFAS
                  OR WS-HAY-TRAMO-BASE.

       2200-BUSCAR-TRAMO-BASE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-EVALUAR-UNA-TARIFA.

           IF WS-TAR-CATEGORIA (WS-IDX-TAR) = CAT-CODIGO
              AND WS-TAR-VOL-DESDE (WS-IDX-TAR) = 0
              AND WS-TAR-VIG-DESDE (WS-IDX-TAR)
                     NOT > WS-PERIODO-CLAVE
              AND WS-TAR-VIG-HASTA (WS-IDX-TAR)
                     NOT < WS-PERIODO-CLAVE
              MOVE 'S'                       TO WS-SW-TRAMO-BASE
           END-IF.

       2210-EVALUAR-UNA-TARIFA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-BUSCAR-CUENTA.

           MOVE 'N'                          TO WS-SW-CUENTA-HALLADA.

           SET WS-IDX-CTA                    TO 1.
           SEARCH WS-TABLA-CUENTAS
              AT END
                 CONTINUE
              WHEN WS-IDX-CTA <= WS-CANT-CUENTAS
                   AND WS-CTA-CATEGORIA (WS-IDX-CTA) = CAT-CODIGO
                 MOVE 'S'                    TO WS-SW-CUENTA-HALLADA
           END-SEARCH.

       2300-BUSCAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA POR CADA FALTA; LA CATEGORIA QUE TIENE TODO SOLO SE
      * CUENTA COMO CONSISTENTE.
      *----------------------------------------------------------------*
       2400-INFORMAR-CATEGORIA.

           MOVE CAT-CODIGO                   TO WS-LIS-D-CODIGO.
           MOVE CAT-DESCRIPCION              TO WS-LIS-D-DESCRIPCION.

           IF NOT WS-HAY-TRAMO-BASE
              ADD 1                          TO WS-CONT-SIN-TARIFA
              MOVE 'SIN TRAMO BASE VIGENTE EN TARIFAS.TXT'
                                             TO WS-LIS-D-SITUACION
              DISPLAY WS-LIS-DETALLE
              WRITE REG-CONSISTENCIA         FROM WS-LIS-DETALLE
           END-IF.

           IF NOT WS-CUENTA-HALLADA
              ADD 1                          TO WS-CONT-SIN-CUENTA
              MOVE 'SIN CUENTA CONTABLE EN CUENTAS.TXT'
                                             TO WS-LIS-D-SITUACION
              DISPLAY WS-LIS-DETALLE
              WRITE REG-CONSISTENCIA         FROM WS-LIS-DETALLE
           END-IF.

           IF WS-HAY-TRAMO-BASE AND WS-CUENTA-HALLADA
              ADD 1                          TO WS-CONT-CONSISTENTES
           END-IF.

       2400-INFORMAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMEN FINAL Y CODIGO DE RETORNO PARA EL PLANIFICADOR: 4 SI
      * HAY ALGUNA CATEGORIA ACTIVA SIN TRAMO BASE O SIN CUENTA.
      *----------------------------------------------------------------*
       2800-RESUMEN.

           MOVE WS-CONT-ACTIVAS              TO WS-LIS-R-ACTIVAS.
           MOVE WS-CONT-INACTIVAS            TO WS-LIS-R-INACTIVAS.
           MOVE WS-CONT-CONSISTENTES         TO WS-LIS-R-CONSISTENTES.
           MOVE WS-CONT-SIN-TARIFA           TO WS-LIS-R-SIN-TARIFA.
           MOVE WS-CONT-SIN-CUENTA           TO WS-LIS-R-SIN-CUENTA.

           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY WS-LIS-RESUMEN-1.
           DISPLAY WS-LIS-RESUMEN-2.
           WRITE REG-CONSISTENCIA            FROM WS-LIS-SEPARADOR.
           WRITE REG-CONSISTENCIA            FROM WS-LIS-RESUMEN-1.
           WRITE REG-CONSISTENCIA            FROM WS-LIS-RESUMEN-2.

           IF WS-CONT-SIN-TARIFA > 0
              OR WS-CONT-SIN-CUENTA > 0
              MOVE 4                         TO WS-CODIGO-RETORNO
              DISPLAY 'HAY CATEGORIAS ACTIVAS INCOMPLETAS PARA EL '
                      'PERIODO ' WS-PERIODO-PARM
           END-IF.

       2800-RESUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TOPE SUPERADO NO SE SALTEA: EL LISTADO SE CANCELA CON RC 12
      * Y QUEDA CONSTANCIA EN CL11EJ01.LOG. EL MOTIVO LLEGA EN
      * WS-LGA-TEXTO.
      *----------------------------------------------------------------*
       2990-ABORTAR-POR-TOPE.

           DISPLAY 'SE CANCELA EL LISTADO: ' WS-LGA-TEXTO.
           MOVE 'N'                          TO WS-SW-PARAMETRO-OK.

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

       2990-ABORTAR-POR-TOPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE CATEGORIAS.
           CLOSE CONSISTENCIA.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11KC01.
