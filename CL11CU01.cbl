      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REPORTE DE CUMPLIMIENTO DE METAS DE VENTA PARA EL
      *          PERIODO PEDIDO (MM/AAAA). CRUZA LAS METAS CARGADAS CON
      *          CL11MT01 (METAS.DAT) CONTRA LO VENDIDO NETO DE
      *          DEVOLUCIONES QUE ACUMULA CL11EJ01 (EMPMES.DAT) E
      *          INFORMA POR VENDEDOR META, VENDIDO, PORCENTAJE DE
      *          CUMPLIMIENTO Y DESVIO DEL MES, Y EL ACUMULADO DEL ANIO
      *          (ENERO AL MES PEDIDO) CONTRA LA SUMA DE METAS. LOS
      *          VENDEDORES SE AGRUPAN POR LA CATEGORIA DEL MAESTRO
      *          (MAESTRO.DAT) Y DENTRO DE CADA UNA VAN DEL MAYOR AL
      *          MENOR CUMPLIMIENTO, CON SUBTOTAL POR CATEGORIA Y TOTAL
      *          GENERAL. LISTA APARTE LOS VENDEDORES ACTIVOS SIN META
      *          CARGADA PARA EL PERIODO Y LOS QUE TIENEN META PERO NO
      *          VENDIERON (SIN ACUMULADO DEL MES O CON NETO CERO O
      *          NEGATIVO). SOLO LECTURA: NO TOMA LA TRABA DE CORRIDA.
      *          USO: CL11CU01 MM/AAAA
      *          SALIDA: CUMPLIM.TXT. CODIGO DE RETORNO: 0 OK, 4
      *          PARAMETRO INVALIDO, 12 ERROR DE ARCHIVO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11CU01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MAESTRO
               ASSIGN TO 'MAESTRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAE-ID-EMPLEADO
               FILE STATUS IS FS-MAESTRO.

           SELECT METAS
               ASSIGN TO 'METAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CLAVE
               FILE STATUS IS FS-METAS.

           SELECT EMPLEADOS-MENSUAL
               ASSIGN TO 'EMPMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-CLAVE
               FILE STATUS IS FS-EMPMES.

           SELECT ARCH-ORDENADO
               ASSIGN TO 'CL11CU01.SRT'.

           SELECT CUMPLIMIENTO
               ASSIGN TO 'CUMPLIM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUMPLIM.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

       FD MAESTRO.
       01 REG-MAESTRO.
          05 MAE-ID-EMPLEADO                PIC 9(05).
          05 MAE-NOMBRE-APELLIDO            PIC X(40).
          05 MAE-CATEGORIA                  PIC X(20).
          05 MAE-FECHA-ALTA                 PIC 9(08).
          05 MAE-ESTADO                     PIC X(01).
             88 MAE-ACTIVO                      VALUE 'A'.
             88 MAE-INACTIVO                    VALUE 'I'.
          05 MAE-FECHA-BAJA                 PIC 9(08).

      *----------------------------------------------------------------*
      * MISMO LAYOUT QUE GRABA CL11MT01.
      *----------------------------------------------------------------*
       FD METAS.
       01 REG-META.
          05 MET-CLAVE.
             10 MET-ID-EMPLEADO             PIC 9(05).
             10 MET-PERIODO                 PIC 9(06).
          05 MET-IMPORTE                    PIC 9(10)V9(2).
          05 MET-FECHA-CARGA                PIC 9(08).
          05 MET-ORIGEN                     PIC X(01).

       FD EMPLEADOS-MENSUAL.
       01 REG-EMPLEADO-MENSUAL.
          05 EMM-CLAVE.
             10 EMM-ID-EMPLEADO             PIC 9(05).
             10 EMM-PERIODO                 PIC 9(06).
          05 EMM-NOMBRE-APELLIDO            PIC X(40).
          05 EMM-IMPORTE                    PIC S9(10)V9(2).
          05 EMM-CANT-VENTAS                PIC 9(05).

      *----------------------------------------------------------------*
      * SECCION: 1 = VENDEDOR CON META, 2 = ACTIVO SIN META, 3 = CON
      * META Y SIN VENTAS. UN VENDEDOR DE LA SECCION 3 FIGURA TAMBIEN
      * EN LA 1 (CON CUMPLIMIENTO CERO O NEGATIVO).
      *----------------------------------------------------------------*
       SD ARCH-ORDENADO.
       01 REG-ORDENADO.
          05 ORD-SECCION                    PIC 9(01).
             88 ORD-CON-META                    VALUE 1.
             88 ORD-SIN-META                    VALUE 2.
             88 ORD-SIN-VENTAS                  VALUE 3.
          05 ORD-CATEGORIA                  PIC X(20).
          05 ORD-PORCENTAJE                 PIC S9(05)V9(2).
          05 ORD-ID-EMPLEADO                PIC 9(05).
          05 ORD-NOMBRE-APELLIDO            PIC X(40).
          05 ORD-FECHA-ALTA                 PIC 9(08).
          05 ORD-META                       PIC 9(10)V9(2).
          05 ORD-VENDIDO                    PIC S9(10)V9(2).
          05 ORD-META-ANIO                  PIC 9(12)V9(2).
          05 ORD-VENDIDO-ANIO               PIC S9(12)V9(2).

       FD CUMPLIMIENTO.
       01 REG-CUMPLIMIENTO                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
             88 FS-MAESTRO-EOF                   VALUE '10'.
          05 FS-METAS                        PIC X(2).
             88 FS-METAS-OK                      VALUE '00'.
             88 FS-METAS-NFD                     VALUE '35'.
          05 FS-EMPMES                       PIC X(2).
             88 FS-EMPMES-OK                     VALUE '00'.
             88 FS-EMPMES-NFD                    VALUE '35'.
          05 FS-CUMPLIM                      PIC X(2).
             88 FS-CUMPLIM-OK                    VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-PARAMETRO-OK                  VALUE 'S'.
             88 WS-PARAMETRO-MAL                 VALUE 'N'.
          05 WS-SW-METAS-DISPONIBLE          PIC X(01) VALUE 'N'.
             88 WS-METAS-DISPONIBLE              VALUE 'S'.
          05 WS-SW-EMPMES-DISPONIBLE         PIC X(01) VALUE 'N'.
             88 WS-EMPMES-DISPONIBLE             VALUE 'S'.
          05 WS-SW-FIN-MAESTRO               PIC X(01) VALUE 'N'.
             88 WS-FIN-MAESTRO                   VALUE 'S'.
          05 WS-SW-SORT-EOF                  PIC X(01) VALUE 'N'.
             88 WS-SORT-EOF                      VALUE 'S'.
          05 WS-SW-TIENE-META                PIC X(01) VALUE 'N'.
             88 WS-TIENE-META                    VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-PERIODO-PARM                 PIC X(07) VALUE SPACES.
          05 WS-MES-X                        PIC X(02).
          05 WS-ANIO-X                       PIC X(04).
          05 WS-MES                          PIC 9(02).
          05 WS-ANIO                         PIC 9(04).
          05 WS-PERIODO-AAAAMM               PIC 9(06) VALUE 0.
          05 WS-FECHA-FIN-PERIODO            PIC 9(08) VALUE 0.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * DATOS DEL VENDEDOR EN CURSO (PROCEDIMIENTO DE ENTRADA). EL
      * ACUMULADO DEL ANIO SE ARMA LEYENDO METAS.DAT Y EMPMES.DAT MES
      * POR MES DESDE ENERO HASTA EL MES PEDIDO.
      *----------------------------------------------------------------*
       01 WS-VENDEDOR.
          05 WS-VEN-META                     PIC 9(10)V9(2) VALUE 0.
          05 WS-VEN-VENDIDO                  PIC S9(10)V9(2) VALUE 0.
          05 WS-VEN-META-ANIO                PIC 9(12)V9(2) VALUE 0.
          05 WS-VEN-VENDIDO-ANIO             PIC S9(12)V9(2) VALUE 0.
          05 WS-VEN-MES-ACUM                 PIC 9(02) VALUE 0.
          05 WS-VEN-PERIODO-ACUM             PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      * PORCENTAJE DE CUMPLIMIENTO: VENDIDO SOBRE META POR CIEN. UN
      * DESBORDE (META MINIMA CONTRA MUCHA VENTA) SE INFORMA COMO EL
      * MAXIMO REPRESENTABLE.
      *----------------------------------------------------------------*
       01 WS-CALCULO-PORCENTAJE.
          05 WS-PCT-META                     PIC 9(12)V9(2) VALUE 0.
          05 WS-PCT-VENDIDO                  PIC S9(12)V9(2) VALUE 0.
          05 WS-PCT-RESULTADO                PIC S9(05)V9(2) VALUE 0.

      *----------------------------------------------------------------*
      * CORTE DE CONTROL POR CATEGORIA DEL MAESTRO.
      *----------------------------------------------------------------*
       01 WS-CORTE-CONTROL.
          05 WS-CC-CATEGORIA-ANT             PIC X(20) VALUE SPACES.
          05 WS-CC-SECCION-ANT               PIC 9(01) VALUE 0.

       01 WS-ACUMULADORES.
          05 WS-CAT-VENDEDORES               PIC 9(05) VALUE 0.
          05 WS-CAT-META                     PIC 9(12)V9(2) VALUE 0.
          05 WS-CAT-VENDIDO                  PIC S9(12)V9(2) VALUE 0.
          05 WS-CAT-META-ANIO                PIC 9(12)V9(2) VALUE 0.
          05 WS-CAT-VENDIDO-ANIO             PIC S9(12)V9(2) VALUE 0.
          05 WS-TOT-VENDEDORES               PIC 9(05) VALUE 0.
          05 WS-TOT-META                     PIC 9(12)V9(2) VALUE 0.
          05 WS-TOT-VENDIDO                  PIC S9(12)V9(2) VALUE 0.
          05 WS-TOT-META-ANIO                PIC 9(12)V9(2) VALUE 0.
          05 WS-TOT-VENDIDO-ANIO             PIC S9(12)V9(2) VALUE 0.
          05 WS-SEC-VENDEDORES               PIC 9(05) VALUE 0.

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(130) VALUE ALL '-'.
          05 WS-LIS-TITULO.
             10 FILLER                      PIC X(41)
                VALUE 'CUMPLIMIENTO DE METAS POR VENDEDOR - '.
             10 FILLER                      PIC X(08)
                VALUE 'PERIODO '.
             10 WS-LIS-T-PERIODO            PIC X(07).
          05 WS-LIS-COLUMNAS.
             10 FILLER                      PIC X(27)
                VALUE 'ID    VENDEDOR'.
             10 FILLER                      PIC X(15)
                VALUE '          META '.
             10 FILLER                      PIC X(16)
                VALUE '        VENDIDO '.
             10 FILLER                      PIC X(11)
                VALUE '    % CUMP '.
             10 FILLER                      PIC X(16)
                VALUE '         DESVIO '.
             10 FILLER                      PIC X(17)
                VALUE '       META ANIO '.
             10 FILLER                      PIC X(18)
                VALUE '     VENDIDO ANIO '.
             10 FILLER                      PIC X(10)
                VALUE '    % ANIO'.
          05 WS-LIS-CATEGORIA.
             10 FILLER                      PIC X(11)
                VALUE 'CATEGORIA: '.
             10 WS-LIS-C-CATEGORIA          PIC X(20).
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-ID                 PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-NOMBRE             PIC X(20).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-META               PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-VENDIDO            PIC -ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-PORCENTAJE         PIC -ZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-DESVIO             PIC -ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-META-ANIO          PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-VENDIDO-ANIO       PIC -Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-PORC-ANIO          PIC -ZZ.ZZ9,99.
          05 WS-LIS-SUBTOTAL.
             10 WS-LIS-ST-TITULO            PIC X(21).
             10 WS-LIS-ST-VENDEDORES        PIC ZZ.ZZ9.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-ST-META              PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-ST-VENDIDO           PIC -ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-ST-PORCENTAJE        PIC -ZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-ST-DESVIO            PIC -ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-ST-META-ANIO         PIC Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-ST-VENDIDO-ANIO      PIC -Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-ST-PORC-ANIO         PIC -ZZ.ZZ9,99.
          05 WS-LIS-SECCION                 PIC X(80).
          05 WS-LIS-SIN-META.
             10 WS-LIS-SM-ID                PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-SM-NOMBRE            PIC X(40).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-SM-CATEGORIA         PIC X(20).
             10 FILLER                      PIC X(08)
                VALUE '  ALTA: '.
             10 WS-LIS-SM-ALTA-DIA          PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-LIS-SM-ALTA-MES          PIC 9(02).
             10 FILLER                      PIC X(01) VALUE '/'.
             10 WS-LIS-SM-ALTA-ANIO         PIC 9(04).
          05 WS-LIS-SIN-VENTAS.
             10 WS-LIS-SV-ID                PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-SV-NOMBRE            PIC X(40).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-SV-CATEGORIA         PIC X(20).
             10 FILLER                      PIC X(08)
                VALUE '  META: '.
             10 WS-LIS-SV-META              PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(11)
                VALUE '  VENDIDO: '.
             10 WS-LIS-SV-VENDIDO           PIC -ZZZ.ZZZ.ZZ9,99.
          05 WS-LIS-CANTIDAD.
             10 FILLER                      PIC X(22)
                VALUE 'VENDEDORES LISTADOS: '.
             10 WS-LIS-CA-CANTIDAD          PIC ZZ.ZZ9.
          05 WS-LIS-NINGUNO                 PIC X(07)
                VALUE 'NINGUNO'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0100-OBTENER-PARAMETROS
              THRU 0100-OBTENER-PARAMETROS-FIN.

           IF WS-PARAMETRO-OK
              PERFORM 1000-INICIAR-PROGRAMA
                 THRU 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-PARAMETRO-OK
              SORT ARCH-ORDENADO
                 ON ASCENDING KEY ORD-SECCION
                    ASCENDING KEY ORD-CATEGORIA
                    DESCENDING KEY ORD-PORCENTAJE
                    ASCENDING KEY ORD-ID-EMPLEADO
                 INPUT PROCEDURE 1500-SELECCIONAR-VENDEDORES
                    THRU 1500-SELECCIONAR-VENDEDORES-FIN
                 OUTPUT PROCEDURE 2000-PROCESAR-LISTADO
                    THRU 2000-PROCESAR-LISTADO-FIN
              PERFORM 3000-FINALIZAR-PROGRAMA
                 THRU 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * UNICO PARAMETRO: PERIODO MM/AAAA (OBLIGATORIO).
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-PERIODO-PARM FROM ARGUMENT-VALUE.

           IF WS-PERIODO-PARM = SPACES
              DISPLAY 'USO: CL11CU01 MM/AAAA'
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
                 IF WS-MES < 1 OR WS-MES > 12 OR WS-ANIO < 1900
                    DISPLAY 'PERIODO FUERA DE RANGO: '
                            WS-PERIODO-PARM
                    MOVE 'N'                TO WS-SW-PARAMETRO-OK
                 ELSE
                    COMPUTE WS-PERIODO-AAAAMM =
                            WS-ANIO * 100 + WS-MES
                    COMPUTE WS-FECHA-FIN-PERIODO =
                            WS-PERIODO-AAAAMM * 100 + 31
                 END-IF
              END-IF
           END-IF.

           IF WS-PARAMETRO-MAL
              MOVE 4                        TO WS-CODIGO-RETORNO
           END-IF.

       0100-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN MAESTRO NO HAY VENDEDORES QUE INFORMAR (RC 12). SIN
      * METAS.DAT TODOS LOS ACTIVOS SALEN SIN META; SIN EMPMES.DAT
      * NADIE VENDIO TODAVIA. CUALQUIER OTRO ERROR DE APERTURA ES
      * RC 12.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           OPEN INPUT MAESTRO.
           IF NOT FS-MAESTRO-OK
              DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO DE EMPLEADOS '
                      '(MAESTRO.DAT). FILE STATUS: ' FS-MAESTRO
              MOVE 12                        TO WS-CODIGO-RETORNO
              MOVE 'N'                       TO WS-SW-PARAMETRO-OK
           END-IF.

           IF WS-PARAMETRO-OK
              OPEN INPUT METAS
              EVALUATE TRUE
                  WHEN FS-METAS-OK
                       MOVE 'S'              TO WS-SW-METAS-DISPONIBLE
                  WHEN FS-METAS-NFD
                       DISPLAY 'NO HAY METAS CARGADAS (METAS.DAT, LO '
                               'GRABA CL11MT01)'
                  WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR METAS.DAT. FILE '
                               'STATUS: ' FS-METAS
                       CLOSE MAESTRO
                       MOVE 12               TO WS-CODIGO-RETORNO
                       MOVE 'N'              TO WS-SW-PARAMETRO-OK
              END-EVALUATE
           END-IF.

           IF WS-PARAMETRO-OK
              OPEN INPUT EMPLEADOS-MENSUAL
              EVALUATE TRUE
                  WHEN FS-EMPMES-OK
                       MOVE 'S'              TO WS-SW-EMPMES-DISPONIBLE
                  WHEN FS-EMPMES-NFD
                       DISPLAY 'NO HAY ACUMULADOS MENSUALES '
                               '(EMPMES.DAT, LOS GRABA CL11EJ01)'
                  WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR EMPMES.DAT. FILE '
                               'STATUS: ' FS-EMPMES
                       CLOSE MAESTRO
                       IF WS-METAS-DISPONIBLE
                          CLOSE METAS
                       END-IF
                       MOVE 12               TO WS-CODIGO-RETORNO
                       MOVE 'N'              TO WS-SW-PARAMETRO-OK
              END-EVALUATE
           END-IF.

           IF WS-PARAMETRO-OK
              OPEN OUTPUT CUMPLIMIENTO
              IF NOT FS-CUMPLIM-OK
                 DISPLAY 'ERROR AL ABRIR CUMPLIM.TXT. FILE STATUS: '
                         FS-CUMPLIM
                 CLOSE MAESTRO
                 IF WS-METAS-DISPONIBLE
                    CLOSE METAS
                 END-IF
                 IF WS-EMPMES-DISPONIBLE
                    CLOSE EMPLEADOS-MENSUAL
                 END-IF
                 MOVE 12                    TO WS-CODIGO-RETORNO
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK
              MOVE WS-PERIODO-PARM          TO WS-LIS-T-PERIODO
              DISPLAY WS-LIS-TITULO
              DISPLAY WS-LIS-SEPARADOR
              WRITE REG-CUMPLIMIENTO        FROM WS-LIS-TITULO
              WRITE REG-CUMPLIMIENTO        FROM WS-LIS-SEPARADOR
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE ENTRADA DEL SORT: RECORRE EL MAESTRO Y PASA
      * CADA VENDEDOR A LA SECCION QUE LE CORRESPONDE.
      *----------------------------------------------------------------*
       1500-SELECCIONAR-VENDEDORES.

           PERFORM 1510-LEER-MAESTRO
              THRU 1510-LEER-MAESTRO-FIN
             UNTIL WS-FIN-MAESTRO.

       1500-SELECCIONAR-VENDEDORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN VENDEDOR CON META VA SIEMPRE AL DETALLE, AUNQUE ESTE DADO
      * DE BAJA (LA META SE LE FIJO). SIN META SOLO INTERESAN LOS
      * ACTIVOS QUE YA ESTABAN DE ALTA EN EL PERIODO.
      *----------------------------------------------------------------*
       1510-LEER-MAESTRO.

           READ MAESTRO NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-MAESTRO-EOF
                    MOVE 'S'                 TO WS-SW-FIN-MAESTRO
               WHEN NOT FS-MAESTRO-OK
                    DISPLAY 'ERROR AL LEER MAESTRO.DAT. FILE STATUS: '
                            FS-MAESTRO
                    MOVE 12                  TO WS-CODIGO-RETORNO
                    MOVE 'S'                 TO WS-SW-FIN-MAESTRO
               WHEN OTHER
                    PERFORM 1520-LEER-META-PERIODO
                       THRU 1520-LEER-META-PERIODO-FIN
                    IF WS-TIENE-META
                       PERFORM 1550-LIBERAR-CON-META
                          THRU 1550-LIBERAR-CON-META-FIN
                    ELSE
                       IF MAE-ACTIVO
                          AND MAE-FECHA-ALTA NOT > WS-FECHA-FIN-PERIODO
                          PERFORM 1580-LIBERAR-SIN-META
                             THRU 1580-LIBERAR-SIN-META-FIN
                       END-IF
                    END-IF
           END-EVALUATE.

       1510-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1520-LEER-META-PERIODO.

           MOVE 'N'                          TO WS-SW-TIENE-META.
           MOVE 0                            TO WS-VEN-META.

           IF WS-METAS-DISPONIBLE
              MOVE MAE-ID-EMPLEADO           TO MET-ID-EMPLEADO
              MOVE WS-PERIODO-AAAAMM         TO MET-PERIODO
              READ METAS
                 KEY IS MET-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                 TO WS-SW-TIENE-META
                    MOVE MET-IMPORTE         TO WS-VEN-META
              END-READ
           END-IF.

       1520-LEER-META-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA EL REGISTRO DEL DETALLE CON EL MES Y EL ACUMULADO DEL
      * ANIO. SI NO VENDIO EN EL MES SE LIBERA ADEMAS A LA SECCION 3.
      *----------------------------------------------------------------*
       1550-LIBERAR-CON-META.

           MOVE 0                            TO WS-VEN-VENDIDO.
           MOVE 0                            TO WS-VEN-META-ANIO.
           MOVE 0                            TO WS-VEN-VENDIDO-ANIO.

           PERFORM 1560-ACUMULAR-MES
              THRU 1560-ACUMULAR-MES-FIN
             VARYING WS-VEN-MES-ACUM FROM 1 BY 1
               UNTIL WS-VEN-MES-ACUM > WS-MES.

           MOVE WS-VEN-META                  TO WS-PCT-META.
           MOVE WS-VEN-VENDIDO               TO WS-PCT-VENDIDO.
           PERFORM 2900-CALCULAR-PORCENTAJE
              THRU 2900-CALCULAR-PORCENTAJE-FIN.

           MOVE 1                            TO ORD-SECCION.
           MOVE MAE-CATEGORIA                TO ORD-CATEGORIA.
           MOVE WS-PCT-RESULTADO             TO ORD-PORCENTAJE.
           MOVE MAE-ID-EMPLEADO              TO ORD-ID-EMPLEADO.
           MOVE MAE-NOMBRE-APELLIDO          TO ORD-NOMBRE-APELLIDO.
           MOVE MAE-FECHA-ALTA               TO ORD-FECHA-ALTA.
           MOVE WS-VEN-META                  TO ORD-META.
           MOVE WS-VEN-VENDIDO               TO ORD-VENDIDO.
           MOVE WS-VEN-META-ANIO             TO ORD-META-ANIO.
           MOVE WS-VEN-VENDIDO-ANIO          TO ORD-VENDIDO-ANIO.
           RELEASE REG-ORDENADO.

           IF WS-VEN-VENDIDO NOT > 0
              MOVE 3                         TO ORD-SECCION
              MOVE 0                         TO ORD-PORCENTAJE
              RELEASE REG-ORDENADO
           END-IF.

       1550-LIBERAR-CON-META-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUMA META Y VENDIDO DE UN MES DEL ANIO. EL MES PEDIDO DEJA
      * ADEMAS EL VENDIDO DEL PERIODO.
      *----------------------------------------------------------------*
       1560-ACUMULAR-MES.

           COMPUTE WS-VEN-PERIODO-ACUM = WS-ANIO * 100
                                       + WS-VEN-MES-ACUM.

           IF WS-VEN-MES-ACUM = WS-MES
              ADD WS-VEN-META                TO WS-VEN-META-ANIO
           ELSE
              MOVE MAE-ID-EMPLEADO           TO MET-ID-EMPLEADO
              MOVE WS-VEN-PERIODO-ACUM       TO MET-PERIODO
              READ METAS
                 KEY IS MET-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD MET-IMPORTE          TO WS-VEN-META-ANIO
              END-READ
           END-IF.

           IF WS-EMPMES-DISPONIBLE
              MOVE MAE-ID-EMPLEADO           TO EMM-ID-EMPLEADO
              MOVE WS-VEN-PERIODO-ACUM       TO EMM-PERIODO
              READ EMPLEADOS-MENSUAL
                 KEY IS EMM-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD EMM-IMPORTE          TO WS-VEN-VENDIDO-ANIO
                    IF WS-VEN-MES-ACUM = WS-MES
                       MOVE EMM-IMPORTE      TO WS-VEN-VENDIDO
                    END-IF
              END-READ
           END-IF.

       1560-ACUMULAR-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1580-LIBERAR-SIN-META.

           MOVE 2                            TO ORD-SECCION.
           MOVE MAE-CATEGORIA                TO ORD-CATEGORIA.
           MOVE 0                            TO ORD-PORCENTAJE.
           MOVE MAE-ID-EMPLEADO              TO ORD-ID-EMPLEADO.
           MOVE MAE-NOMBRE-APELLIDO          TO ORD-NOMBRE-APELLIDO.
           MOVE MAE-FECHA-ALTA               TO ORD-FECHA-ALTA.
           MOVE 0                            TO ORD-META.
           MOVE 0                            TO ORD-VENDIDO.
           MOVE 0                            TO ORD-META-ANIO.
           MOVE 0                            TO ORD-VENDIDO-ANIO.
           RELEASE REG-ORDENADO.

       1580-LIBERAR-SIN-META-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE SALIDA DEL SORT: DETALLE POR CATEGORIA CON
      * TOTAL GENERAL, Y DESPUES LAS DOS LISTAS APARTE.
      *----------------------------------------------------------------*
       2000-PROCESAR-LISTADO.

           MOVE 'N'                          TO WS-SW-SORT-EOF.

           PERFORM 2050-RETORNAR-REGISTRO
              THRU 2050-RETORNAR-REGISTRO-FIN.

           IF WS-SORT-EOF OR NOT ORD-CON-META
              DISPLAY 'SIN METAS CARGADAS PARA EL PERIODO'
              MOVE 'SIN METAS CARGADAS PARA EL PERIODO'
                                             TO REG-CUMPLIMIENTO
              WRITE REG-CUMPLIMIENTO
           ELSE
              DISPLAY WS-LIS-COLUMNAS
              WRITE REG-CUMPLIMIENTO         FROM WS-LIS-COLUMNAS
              PERFORM 2100-PROCESAR-CATEGORIA
                 THRU 2100-PROCESAR-CATEGORIA-FIN
                UNTIL WS-SORT-EOF
                   OR NOT ORD-CON-META
              PERFORM 2300-TOTAL-GENERAL
                 THRU 2300-TOTAL-GENERAL-FIN
           END-IF.

           MOVE 'VENDEDORES ACTIVOS SIN META CARGADA PARA EL PERIODO'
                                             TO WS-LIS-SECCION.
           MOVE 2                            TO WS-CC-SECCION-ANT.
           PERFORM 2400-PROCESAR-SECCION
              THRU 2400-PROCESAR-SECCION-FIN.

           MOVE 'VENDEDORES CON META Y SIN VENTAS EN EL PERIODO'
                                             TO WS-LIS-SECCION.
           MOVE 3                            TO WS-CC-SECCION-ANT.
           PERFORM 2400-PROCESAR-SECCION
              THRU 2400-PROCESAR-SECCION-FIN.

       2000-PROCESAR-LISTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2050-RETORNAR-REGISTRO.

           RETURN ARCH-ORDENADO
              AT END
                 MOVE 'S'                    TO WS-SW-SORT-EOF
           END-RETURN.

       2050-RETORNAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CORTE DE CONTROL POR CATEGORIA. LOS VENDEDORES LLEGAN DEL
      * MAYOR AL MENOR CUMPLIMIENTO DEL MES.
      *----------------------------------------------------------------*
       2100-PROCESAR-CATEGORIA.

           MOVE 0                            TO WS-CAT-VENDEDORES.
           MOVE 0                            TO WS-CAT-META.
           MOVE 0                            TO WS-CAT-VENDIDO.
           MOVE 0                            TO WS-CAT-META-ANIO.
           MOVE 0                            TO WS-CAT-VENDIDO-ANIO.
           MOVE ORD-CATEGORIA                TO WS-CC-CATEGORIA-ANT.

           MOVE WS-CC-CATEGORIA-ANT          TO WS-LIS-C-CATEGORIA.
           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY WS-LIS-CATEGORIA.
           WRITE REG-CUMPLIMIENTO            FROM WS-LIS-SEPARADOR.
           WRITE REG-CUMPLIMIENTO            FROM WS-LIS-CATEGORIA.

           PERFORM 2200-PROCESAR-VENDEDOR
              THRU 2200-PROCESAR-VENDEDOR-FIN
             UNTIL WS-SORT-EOF
                OR NOT ORD-CON-META
                OR ORD-CATEGORIA NOT = WS-CC-CATEGORIA-ANT.

           MOVE '  TOTAL CATEGORIA'          TO WS-LIS-ST-TITULO.
           MOVE WS-CAT-VENDEDORES            TO WS-LIS-ST-VENDEDORES.
           MOVE WS-CAT-META                  TO WS-LIS-ST-META.
           MOVE WS-CAT-VENDIDO               TO WS-LIS-ST-VENDIDO.
           MOVE WS-CAT-META-ANIO             TO WS-LIS-ST-META-ANIO.
           MOVE WS-CAT-VENDIDO-ANIO          TO WS-LIS-ST-VENDIDO-ANIO.
           COMPUTE WS-LIS-ST-DESVIO = WS-CAT-VENDIDO - WS-CAT-META.
           MOVE WS-CAT-META                  TO WS-PCT-META.
           MOVE WS-CAT-VENDIDO               TO WS-PCT-VENDIDO.
           PERFORM 2900-CALCULAR-PORCENTAJE
              THRU 2900-CALCULAR-PORCENTAJE-FIN.
           MOVE WS-PCT-RESULTADO             TO WS-LIS-ST-PORCENTAJE.
           MOVE WS-CAT-META-ANIO             TO WS-PCT-META.
           MOVE WS-CAT-VENDIDO-ANIO          TO WS-PCT-VENDIDO.
           PERFORM 2900-CALCULAR-PORCENTAJE
              THRU 2900-CALCULAR-PORCENTAJE-FIN.
           MOVE WS-PCT-RESULTADO             TO WS-LIS-ST-PORC-ANIO.
           DISPLAY WS-LIS-SUBTOTAL.
           WRITE REG-CUMPLIMIENTO            FROM WS-LIS-SUBTOTAL.

           ADD WS-CAT-VENDEDORES             TO WS-TOT-VENDEDORES.
           ADD WS-CAT-META                   TO WS-TOT-META.
           ADD WS-CAT-VENDIDO                TO WS-TOT-VENDIDO.
           ADD WS-CAT-META-ANIO              TO WS-TOT-META-ANIO.
           ADD WS-CAT-VENDIDO-ANIO           TO WS-TOT-VENDIDO-ANIO.

       2100-PROCESAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-PROCESAR-VENDEDOR.

           MOVE ORD-ID-EMPLEADO              TO WS-LIS-D-ID.
           MOVE ORD-NOMBRE-APELLIDO          TO WS-LIS-D-NOMBRE.
           MOVE ORD-META                     TO WS-LIS-D-META.
           MOVE ORD-VENDIDO                  TO WS-LIS-D-VENDIDO.
           MOVE ORD-PORCENTAJE               TO WS-LIS-D-PORCENTAJE.
           COMPUTE WS-LIS-D-DESVIO = ORD-VENDIDO - ORD-META.
           MOVE ORD-META-ANIO                TO WS-LIS-D-META-ANIO.
           MOVE ORD-VENDIDO-ANIO             TO WS-LIS-D-VENDIDO-ANIO.
           MOVE ORD-META-ANIO                TO WS-PCT-META.
           MOVE ORD-VENDIDO-ANIO             TO WS-PCT-VENDIDO.
           PERFORM 2900-CALCULAR-PORCENTAJE
              THRU 2900-CALCULAR-PORCENTAJE-FIN.
           MOVE WS-PCT-RESULTADO             TO WS-LIS-D-PORC-ANIO.
           DISPLAY WS-LIS-DETALLE.
           WRITE REG-CUMPLIMIENTO            FROM WS-LIS-DETALLE.

           ADD 1                             TO WS-CAT-VENDEDORES.
           ADD ORD-META                      TO WS-CAT-META.
           ADD ORD-VENDIDO                   TO WS-CAT-VENDIDO.
           ADD ORD-META-ANIO                 TO WS-CAT-META-ANIO.
           ADD ORD-VENDIDO-ANIO              TO WS-CAT-VENDIDO-ANIO.

           PERFORM 2050-RETORNAR-REGISTRO
              THRU 2050-RETORNAR-REGISTRO-FIN.

       2200-PROCESAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2300-TOTAL-GENERAL.

           MOVE 'TOTAL GENERAL'              TO WS-LIS-ST-TITULO.
           MOVE WS-TOT-VENDEDORES            TO WS-LIS-ST-VENDEDORES.
           MOVE WS-TOT-META                  TO WS-LIS-ST-META.
           MOVE WS-TOT-VENDIDO               TO WS-LIS-ST-VENDIDO.
           MOVE WS-TOT-META-ANIO             TO WS-LIS-ST-META-ANIO.
           MOVE WS-TOT-VENDIDO-ANIO          TO WS-LIS-ST-VENDIDO-ANIO.
           COMPUTE WS-LIS-ST-DESVIO = WS-TOT-VENDIDO - WS-TOT-META.
           MOVE WS-TOT-META                  TO WS-PCT-META.
           MOVE WS-TOT-VENDIDO               TO WS-PCT-VENDIDO.
           PERFORM 2900-CALCULAR-PORCENTAJE
              THRU 2900-CALCULAR-PORCENTAJE-FIN.
           MOVE WS-PCT-RESULTADO             TO WS-LIS-ST-PORCENTAJE.
           MOVE WS-TOT-META-ANIO             TO WS-PCT-META.
           MOVE WS-TOT-VENDIDO-ANIO          TO WS-PCT-VENDIDO.
           PERFORM 2900-CALCULAR-PORCENTAJE
              THRU 2900-CALCULAR-PORCENTAJE-FIN.
           MOVE WS-PCT-RESULTADO             TO WS-LIS-ST-PORC-ANIO.

           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY WS-LIS-SUBTOTAL.
           WRITE REG-CUMPLIMIENTO            FROM WS-LIS-SEPARADOR.
           WRITE REG-CUMPLIMIENTO            FROM WS-LIS-SUBTOTAL.

       2300-TOTAL-GENERAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA APARTE DE LA SECCION WS-CC-SECCION-ANT (2 O 3), CON SU
      * TITULO EN WS-LIS-SECCION. SIEMPRE SALE, AUNQUE ESTE VACIA.
      *----------------------------------------------------------------*
       2400-PROCESAR-SECCION.

           DISPLAY ' '.
           DISPLAY WS-LIS-SECCION.
           DISPLAY WS-LIS-SEPARADOR.
           MOVE SPACES                       TO REG-CUMPLIMIENTO.
           WRITE REG-CUMPLIMIENTO.
           WRITE REG-CUMPLIMIENTO            FROM WS-LIS-SECCION.
           WRITE REG-CUMPLIMIENTO            FROM WS-LIS-SEPARADOR.

           PERFORM 2050-RETORNAR-REGISTRO
              THRU 2050-RETORNAR-REGISTRO-FIN
             UNTIL WS-SORT-EOF
                OR ORD-SECCION NOT < WS-CC-SECCION-ANT.

           MOVE 0                            TO WS-SEC-VENDEDORES.
           PERFORM 2410-LISTAR-VENDEDOR-SECCION
              THRU 2410-LISTAR-VENDEDOR-SECCION-FIN
             UNTIL WS-SORT-EOF
                OR ORD-SECCION NOT = WS-CC-SECCION-ANT.

           IF WS-SEC-VENDEDORES = 0
              DISPLAY WS-LIS-NINGUNO
              WRITE REG-CUMPLIMIENTO         FROM WS-LIS-NINGUNO
           ELSE
              MOVE WS-SEC-VENDEDORES           TO WS-LIS-CA-CANTIDAD
              DISPLAY WS-LIS-CANTIDAD
              WRITE REG-CUMPLIMIENTO         FROM WS-LIS-CANTIDAD
           END-IF.

       2400-PROCESAR-SECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-LISTAR-VENDEDOR-SECCION.

           ADD 1                             TO WS-SEC-VENDEDORES.

           IF ORD-SIN-META
              MOVE ORD-ID-EMPLEADO           TO WS-LIS-SM-ID
              MOVE ORD-NOMBRE-APELLIDO       TO WS-LIS-SM-NOMBRE
              MOVE ORD-CATEGORIA             TO WS-LIS-SM-CATEGORIA
              MOVE ORD-FECHA-ALTA (7:2)      TO WS-LIS-SM-ALTA-DIA
              MOVE ORD-FECHA-ALTA (5:2)      TO WS-LIS-SM-ALTA-MES
              MOVE ORD-FECHA-ALTA (1:4)      TO WS-LIS-SM-ALTA-ANIO
              DISPLAY WS-LIS-SIN-META
              WRITE REG-CUMPLIMIENTO         FROM WS-LIS-SIN-META
           ELSE
              MOVE ORD-ID-EMPLEADO           TO WS-LIS-SV-ID
              MOVE ORD-NOMBRE-APELLIDO       TO WS-LIS-SV-NOMBRE
              MOVE ORD-CATEGORIA             TO WS-LIS-SV-CATEGORIA
              MOVE ORD-META                  TO WS-LIS-SV-META
              MOVE ORD-VENDIDO               TO WS-LIS-SV-VENDIDO
              DISPLAY WS-LIS-SIN-VENTAS
              WRITE REG-CUMPLIMIENTO         FROM WS-LIS-SIN-VENTAS
           END-IF.

           PERFORM 2050-RETORNAR-REGISTRO
              THRU 2050-RETORNAR-REGISTRO-FIN.

       2410-LISTAR-VENDEDOR-SECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PORCENTAJE DE WS-PCT-VENDIDO SOBRE WS-PCT-META. SIN META NO
      * HAY PORCENTAJE (CERO).
      *----------------------------------------------------------------*
       2900-CALCULAR-PORCENTAJE.

           IF WS-PCT-META = 0
              MOVE 0                         TO WS-PCT-RESULTADO
           ELSE
              COMPUTE WS-PCT-RESULTADO ROUNDED =
                      WS-PCT-VENDIDO * 100 / WS-PCT-META
                 ON SIZE ERROR
                    IF WS-PCT-VENDIDO < 0
                       MOVE -99999,99        TO WS-PCT-RESULTADO
                    ELSE
                       MOVE 99999,99         TO WS-PCT-RESULTADO
                    END-IF
              END-COMPUTE
           END-IF.

       2900-CALCULAR-PORCENTAJE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           CLOSE MAESTRO.

           IF WS-METAS-DISPONIBLE
              CLOSE METAS
           END-IF.

           IF WS-EMPMES-DISPONIBLE
              CLOSE EMPLEADOS-MENSUAL
           END-IF.

           CLOSE CUMPLIMIENTO.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11CU01.
