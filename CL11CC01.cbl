      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LIQUIDACION INDIVIDUAL DE COMISIONES POR VENDEDOR,
      *          IMPRIMIBLE, SOBRE LA CUENTA CORRIENTE DE COMISIONES
      *          (CTACTE.DAT, LA GRABAN CL11LQ01 Y CL11RL01). UNA HOJA
      *          POR LEGAJO DEL MAESTRO CON MOVIMIENTOS, O SOLO LA DEL
      *          LEGAJO PEDIDO, CON:
      *          1. DETALLE DEL MES: CADA LIQUIDACION Y RELIQUIDACION
      *             DEL PERIODO CON SU APERTURA POR CATEGORIA, EL
      *             TRAMO Y EL PORCENTAJE APLICADOS.
      *          2. AJUSTES DE MESES ANTERIORES: LAS RELIQUIDACIONES DE
      *             PERIODOS ANTERIORES PROCESADAS DESPUES DE LA
      *             LIQUIDACION DEL MES ANTERIOR Y HASTA LA DEL MES.
      *          3. NETO A COBRAR (COMISION DEL MES MAS AJUSTES).
      *          4. ACUMULADO ANUAL DE ENERO AL PERIODO.
      *          LOS MOVIMIENTOS PROCESADOS DESPUES DE LA LIQUIDACION
      *          DEL MES QUEDAN PARA LA HOJA DEL MES SIGUIENTE, ASI
      *          QUE VOLVER A EMITIR UN PERIODO DA LA MISMA HOJA.
      *          USO: CL11CC01 MM/AAAA [LEGAJO]
      *          SALIDA: LIQINDIV.TXT. CODIGO DE RETORNO: 0 OK, 4
      *          PARAMETRO INVALIDO O LEGAJO INEXISTENTE, 12 ERROR DE
      *          ARCHIVO O CUENTA CORRIENTE INEXISTENTE.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - El periodo se acepta desde el anio 1900
      *                    (antes desde 1901), igual que la fecha de
      *                    la venta en CL11EJ01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11CC01.
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

           SELECT CUENTA-CORRIENTE
               ASSIGN TO 'CTACTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CLAVE
               FILE STATUS IS FS-CUENTA.

           SELECT LIQUIDACION-INDIVIDUAL
               ASSIGN TO 'LIQINDIV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQINDIV.
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
      * MISMO LAYOUT QUE GRABAN CL11LQ01 Y CL11RL01: RENGLON 000 CON
      * LOS TOTALES DEL MOVIMIENTO Y UN RENGLON POR CATEGORIA.
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

       FD LIQUIDACION-INDIVIDUAL.
       01 REG-LIQINDIV                      PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
          05 FS-CUENTA                       PIC X(2).
             88 FS-CUENTA-OK                     VALUE '00'.
             88 FS-CUENTA-EOF                    VALUE '10'.
             88 FS-CUENTA-NFD                    VALUE '35'.
          05 FS-LIQINDIV                     PIC X(2).
             88 FS-LIQINDIV-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-PARAMETRO-OK                  VALUE 'S'.
             88 WS-PARAMETRO-MAL                 VALUE 'N'.
          05 WS-SW-LEGAJO-PEDIDO             PIC X(01) VALUE 'N'.
             88 WS-LEGAJO-PEDIDO                 VALUE 'S'.
          05 WS-SW-MAESTRO-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-MAESTRO-DISPONIBLE            VALUE 'S'.
          05 WS-SW-CUENTA-DISPONIBLE         PIC X(01) VALUE 'N'.
             88 WS-CUENTA-DISPONIBLE             VALUE 'S'.
          05 WS-SW-FIN-MAESTRO               PIC X(01) VALUE 'N'.
             88 WS-FIN-MAESTRO                   VALUE 'S'.
          05 WS-SW-FIN-CUENTA                PIC X(01) VALUE 'N'.
             88 WS-FIN-CUENTA                    VALUE 'S'.
          05 WS-SW-MOV-INCLUIDO              PIC X(01) VALUE 'N'.
             88 WS-MOV-INCLUIDO                  VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-PERIODO-PARM                 PIC X(07) VALUE SPACES.
          05 WS-LEGAJO-PARM                  PIC X(05) VALUE SPACES.
          05 WS-LONGITUD-LEGAJO              PIC 9(01) VALUE 0.
          05 WS-MES-X                        PIC X(02).
          05 WS-ANIO-X                       PIC X(04).
          05 WS-MES                          PIC 9(02).
          05 WS-ANIO                         PIC 9(04).
          05 WS-LEGAJO                       PIC 9(05) VALUE 0.
          05 WS-PERIODO-AAAAMM               PIC 9(06) VALUE 0.
          05 WS-PERIODO-ANTERIOR             PIC 9(06) VALUE 0.
          05 WS-PERIODO-ENERO                PIC 9(06) VALUE 0.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * VENTANA DE PROCESO DE LA HOJA: DESPUES DE LA ULTIMA
      * LIQUIDACION DEL MES ANTERIOR (SIN ELLA, DESDE EL PRIMER DIA
      * DEL MES) Y HASTA LA ULTIMA LIQUIDACION DEL MES (SIN ELLA, SIN
      * LIMITE).
      *----------------------------------------------------------------*
       01 WS-VENTANA.
          05 WS-VEN-DESDE                    PIC 9(08) VALUE 0.
          05 WS-VEN-HASTA                    PIC 9(08) VALUE 0.

      *----------------------------------------------------------------*
      * TRAMO DE PERIODOS DEL LEGAJO QUE RECORRE 2900/2910.
      *----------------------------------------------------------------*
       01 WS-RECORRIDO.
          05 WS-REC-PERIODO-DESDE            PIC 9(06) VALUE 0.
          05 WS-REC-PERIODO-HASTA            PIC 9(06) VALUE 0.

       01 WS-LEGAJO-ACTUAL.
          05 WS-LEG-ID-EMPLEADO              PIC 9(05) VALUE 0.
          05 WS-LEG-NOMBRE                   PIC X(40) VALUE SPACES.
          05 WS-LEG-CANT-MES                 PIC 9(05) VALUE 0.
          05 WS-LEG-CANT-AJUSTES             PIC 9(05) VALUE 0.
          05 WS-LEG-COMISION-MES             PIC S9(10)V9(2) VALUE 0.
          05 WS-LEG-AJUSTES                  PIC S9(10)V9(2) VALUE 0.
          05 WS-LEG-NETO                     PIC S9(10)V9(2) VALUE 0.
          05 WS-LEG-ANUAL                    PIC S9(10)V9(2) VALUE 0.

       01 WS-TOTALES.
          05 WS-TOT-HOJAS                    PIC 9(05) VALUE 0.
          05 WS-TOT-NETO                     PIC S9(12)V9(2) VALUE 0.

       01 WS-FECHA-HOY                       PIC 9(08) VALUE 0.

       01 WS-FECHA-EDICION.
          05 WS-FED-AAAAMMDD                 PIC 9(08) VALUE 0.
          05 WS-FED-AAAAMMDD-R REDEFINES WS-FED-AAAAMMDD.
             10 WS-FED-ANIO                  PIC 9(04).
             10 WS-FED-MES                   PIC 9(02).
             10 WS-FED-DIA                   PIC 9(02).
          05 WS-FED-TEXTO.
             10 WS-FED-T-DIA                 PIC 9(02).
             10 FILLER                       PIC X(01) VALUE '/'.
             10 WS-FED-T-MES                 PIC 9(02).
             10 FILLER                       PIC X(01) VALUE '/'.
             10 WS-FED-T-ANIO                PIC 9(04).

       01 WS-PERIODO-EDICION.
          05 WS-PED-AAAAMM                   PIC 9(06) VALUE 0.
          05 WS-PED-AAAAMM-R REDEFINES WS-PED-AAAAMM.
             10 WS-PED-ANIO                  PIC 9(04).
             10 WS-PED-MES                   PIC 9(02).
          05 WS-PED-TEXTO.
             10 WS-PED-T-MES                 PIC 9(02).
             10 FILLER                       PIC X(01) VALUE '/'.
             10 WS-PED-T-ANIO                PIC 9(04).

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(126) VALUE ALL '-'.
          05 WS-LIS-TITULO.
             10 FILLER                      PIC X(40)
                VALUE 'LIQUIDACION INDIVIDUAL DE COMISIONES - '.
             10 FILLER                      PIC X(08)
                VALUE 'PERIODO '.
             10 WS-LIS-T-PERIODO            PIC X(07).
             10 FILLER                      PIC X(13)
                VALUE '   EMITIDA EL'.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-T-EMISION            PIC X(10).
          05 WS-LIS-LEGAJO.
             10 FILLER                      PIC X(07)
                VALUE 'LEGAJO '.
             10 WS-LIS-LE-ID                PIC 9(05).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-LE-NOMBRE            PIC X(40).
          05 WS-LIS-SECCION                 PIC X(60).
          05 WS-LIS-NINGUNO.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 FILLER                      PIC X(20)
                VALUE 'SIN MOVIMIENTOS'.
          05 WS-LIS-LIQUIDACION.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 FILLER                      PIC X(16)
                VALUE 'LIQUIDACION'.
             10 FILLER                      PIC X(09)
                VALUE ' PROCESO '.
             10 WS-LIS-LQ-FECHA             PIC X(10).
             10 FILLER                      PIC X(08)
                VALUE ' VENTAS '.
             10 WS-LIS-LQ-VENTAS            PIC -Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(06)
                VALUE ' CANT '.
             10 WS-LIS-LQ-CANTIDAD          PIC ZZ.ZZ9.
             10 FILLER                      PIC X(10)
                VALUE ' COMISION '.
             10 WS-LIS-LQ-COMISION          PIC -ZZ.ZZZ.ZZ9,99.
          05 WS-LIS-RELIQUIDACION.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-RQ-ROTULO            PIC X(16).
             10 FILLER                      PIC X(09)
                VALUE ' PROCESO '.
             10 WS-LIS-RQ-FECHA             PIC X(10).
             10 FILLER                      PIC X(10)
                VALUE ' ANTERIOR '.
             10 WS-LIS-RQ-ANTERIOR          PIC ZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(07)
                VALUE ' NUEVA '.
             10 WS-LIS-RQ-NUEVA             PIC ZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(08)
                VALUE ' AJUSTE '.
             10 WS-LIS-RQ-AJUSTE            PIC -ZZ.ZZZ.ZZ9,99.
          05 WS-LIS-CATEGORIA.
             10 FILLER                      PIC X(06) VALUE SPACES.
             10 WS-LIS-CT-CATEGORIA         PIC X(20).
             10 FILLER                      PIC X(08)
                VALUE ' VENTAS '.
             10 WS-LIS-CT-VENTAS            PIC -Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(06)
                VALUE ' CANT '.
             10 WS-LIS-CT-CANTIDAD          PIC ZZ.ZZ9.
             10 WS-LIS-CT-TRAMO.
                15 WS-LIS-CT-ROT-TRAMO      PIC X(13).
                15 WS-LIS-CT-VOL-DESDE      PIC Z.ZZZ.ZZZ.ZZ9,99.
                15 WS-LIS-CT-ROT-AL         PIC X(04).
                15 WS-LIS-CT-PORCENTAJE     PIC Z9,99.
                15 WS-LIS-CT-ROT-PORC       PIC X(01).
             10 FILLER                      PIC X(10)
                VALUE ' COMISION '.
             10 WS-LIS-CT-COMISION          PIC ZZ.ZZZ.ZZ9,99.
          05 WS-LIS-TOTAL.
             10 WS-LIS-TO-TEXTO             PIC X(40).
             10 WS-LIS-TO-IMPORTE           PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 WS-LIS-FIRMA.
             10 FILLER                      PIC X(17)
                VALUE 'RECIBI CONFORME: '.
             10 FILLER                      PIC X(35) VALUE ALL '_'.
             10 FILLER                      PIC X(10)
                VALUE '   FECHA: '.
             10 FILLER                      PIC X(14)
                VALUE '____/____/____'.
          05 WS-LIS-RESUMEN.
             10 WS-LIS-RS-TEXTO             PIC X(30).
             10 WS-LIS-RS-CANTIDAD          PIC ZZ.ZZ9.
          05 WS-LIS-RESUMEN-NETO.
             10 FILLER                      PIC X(30)
                VALUE 'TOTAL NETO A COBRAR:'.
             10 WS-LIS-RN-IMPORTE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0100-OBTENER-PARAMETROS
              THRU 0100-OBTENER-PARAMETROS-FIN.

           IF WS-PARAMETRO-OK
              PERFORM 1000-INICIAR-PROGRAMA
                 THRU 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-PARAMETRO-OK
              PERFORM 2000-PROCESAR-LEGAJOS
                 THRU 2000-PROCESAR-LEGAJOS-FIN
              PERFORM 2800-RESUMEN
                 THRU 2800-RESUMEN-FIN
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * PARAMETROS: PERIODO MM/AAAA (OBLIGATORIO) Y LEGAJO (OPCIONAL,
      * SIN EL SALE UNA HOJA POR CADA LEGAJO CON MOVIMIENTOS).
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-FECHA-HOY               FROM DATE YYYYMMDD.
           ACCEPT WS-PERIODO-PARM FROM ARGUMENT-VALUE.
           ACCEPT WS-LEGAJO-PARM FROM ARGUMENT-VALUE.

           IF WS-PERIODO-PARM = SPACES
              DISPLAY 'USO: CL11CC01 MM/AAAA [LEGAJO]'
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
                 END-IF
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK AND WS-LEGAJO-PARM NOT = SPACES
              PERFORM 0150-TOMAR-LEGAJO
                 THRU 0150-TOMAR-LEGAJO-FIN
           END-IF.

           IF WS-PARAMETRO-OK
              COMPUTE WS-PERIODO-AAAAMM = WS-ANIO * 100 + WS-MES
              COMPUTE WS-PERIODO-ENERO = WS-ANIO * 100 + 1
              IF WS-MES = 1
                 COMPUTE WS-PERIODO-ANTERIOR = (WS-ANIO - 1) * 100
                                             + 12
              ELSE
                 COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-AAAAMM - 1
              END-IF
           ELSE
              MOVE 4                        TO WS-CODIGO-RETORNO
           END-IF.

       0100-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL LEGAJO PUEDE VENIR SIN CEROS A LA IZQUIERDA.
      *----------------------------------------------------------------*
       0150-TOMAR-LEGAJO.

           MOVE 5                            TO WS-LONGITUD-LEGAJO.
           PERFORM 0160-RETROCEDER-UN-CARACTER
              THRU 0160-RETROCEDER-UN-CARACTER-FIN
             UNTIL WS-LONGITUD-LEGAJO = 0
                OR WS-LEGAJO-PARM (WS-LONGITUD-LEGAJO : 1)
                      NOT = SPACE.

           IF WS-LEGAJO-PARM (1 : WS-LONGITUD-LEGAJO) IS NUMERIC
              MOVE WS-LEGAJO-PARM (1 : WS-LONGITUD-LEGAJO)
                                             TO WS-LEGAJO
              MOVE 'S'                       TO WS-SW-LEGAJO-PEDIDO
           ELSE
              DISPLAY 'LEGAJO INVALIDO: ' WS-LEGAJO-PARM
              MOVE 'N'                       TO WS-SW-PARAMETRO-OK
           END-IF.

       0150-TOMAR-LEGAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       0160-RETROCEDER-UN-CARACTER.

           SUBTRACT 1                        FROM WS-LONGITUD-LEGAJO.

       0160-RETROCEDER-UN-CARACTER-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN MAESTRO O SIN CUENTA CORRIENTE NO HAY NADA QUE LIQUIDAR
      * (RC 12). LA CUENTA CORRIENTE SE LEE SIN MODIFICARLA.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           OPEN INPUT MAESTRO.
           IF FS-MAESTRO-OK
              MOVE 'S'                       TO WS-SW-MAESTRO-DISPONIBLE
           ELSE
              DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO DE EMPLEADOS '
                      '(MAESTRO.DAT). FILE STATUS: ' FS-MAESTRO
              MOVE 12                        TO WS-CODIGO-RETORNO
              MOVE 'N'                       TO WS-SW-PARAMETRO-OK
           END-IF.

           IF WS-PARAMETRO-OK
              OPEN INPUT CUENTA-CORRIENTE
              EVALUATE TRUE
                  WHEN FS-CUENTA-OK
                       MOVE 'S'              TO WS-SW-CUENTA-DISPONIBLE
                  WHEN FS-CUENTA-NFD
                       DISPLAY 'NO HAY CUENTA CORRIENTE DE COMISIONES '
                               '(CTACTE.DAT): FALTA LIQUIDAR CON '
                               'CL11LQ01'
                       MOVE 12               TO WS-CODIGO-RETORNO
                       MOVE 'N'              TO WS-SW-PARAMETRO-OK
                  WHEN OTHER
                       DISPLAY 'ERROR AL ABRIR CTACTE.DAT. FILE '
                               'STATUS: ' FS-CUENTA
                       MOVE 12               TO WS-CODIGO-RETORNO
                       MOVE 'N'              TO WS-SW-PARAMETRO-OK
              END-EVALUATE
           END-IF.

           IF WS-PARAMETRO-OK
              OPEN OUTPUT LIQUIDACION-INDIVIDUAL
              IF NOT FS-LIQINDIV-OK
                 DISPLAY 'ERROR AL ABRIR LIQINDIV.TXT. FILE STATUS: '
                         FS-LIQINDIV
                 MOVE 12                    TO WS-CODIGO-RETORNO
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK
              MOVE WS-PERIODO-PARM          TO WS-LIS-T-PERIODO
              MOVE WS-FECHA-HOY             TO WS-FED-AAAAMMDD
              PERFORM 2950-EDITAR-FECHA
                 THRU 2950-EDITAR-FECHA-FIN
              MOVE WS-FED-TEXTO             TO WS-LIS-T-EMISION
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL LEGAJO PEDIDO SALE SIEMPRE (AUNQUE NO TENGA MOVIMIENTOS);
      * SIN LEGAJO SE RECORRE EL MAESTRO COMPLETO.
      *----------------------------------------------------------------*
       2000-PROCESAR-LEGAJOS.

           IF WS-LEGAJO-PEDIDO
              MOVE WS-LEGAJO                 TO MAE-ID-EMPLEADO
              READ MAESTRO
                 INVALID KEY
                    DISPLAY 'LEGAJO INEXISTENTE EN MAESTRO.DAT: '
                            WS-LEGAJO
                    MOVE 4                   TO WS-CODIGO-RETORNO
              END-READ
              IF FS-MAESTRO-OK
                 PERFORM 2100-LIQUIDAR-LEGAJO
                    THRU 2100-LIQUIDAR-LEGAJO-FIN
              END-IF
           ELSE
              PERFORM 2010-INICIAR-MAESTRO
                 THRU 2010-INICIAR-MAESTRO-FIN
              PERFORM 2030-PROCESAR-UN-MAESTRO
                 THRU 2030-PROCESAR-UN-MAESTRO-FIN
                UNTIL WS-FIN-MAESTRO
           END-IF.

       2000-PROCESAR-LEGAJOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-INICIAR-MAESTRO.

           MOVE 'N'                          TO WS-SW-FIN-MAESTRO.
           MOVE 0                            TO MAE-ID-EMPLEADO.

           START MAESTRO
              KEY IS NOT LESS THAN MAE-ID-EMPLEADO
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-MAESTRO
           END-START.

           IF NOT WS-FIN-MAESTRO
              PERFORM 2020-LEER-MAESTRO
                 THRU 2020-LEER-MAESTRO-FIN
           END-IF.

       2010-INICIAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-LEER-MAESTRO.

           READ MAESTRO NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-MAESTRO
           END-READ.

           IF NOT WS-FIN-MAESTRO AND NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL LEER MAESTRO.DAT. FILE STATUS: '
                      FS-MAESTRO
              MOVE 12                        TO WS-CODIGO-RETORNO
              MOVE 'S'                       TO WS-SW-FIN-MAESTRO
           END-IF.

       2020-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2030-PROCESAR-UN-MAESTRO.

           PERFORM 2100-LIQUIDAR-LEGAJO
              THRU 2100-LIQUIDAR-LEGAJO-FIN.

           PERFORM 2020-LEER-MAESTRO
              THRU 2020-LEER-MAESTRO-FIN.

       2030-PROCESAR-UN-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * HOJA DEL LEGAJO DEL REGISTRO DE MAESTRO LEIDO: PRIMERO LA
      * VENTANA Y LOS TOTALES, Y SOLO SI HAY ALGO QUE MOSTRAR (O EL
      * LEGAJO FUE PEDIDO) LA IMPRESION.
      *----------------------------------------------------------------*
       2100-LIQUIDAR-LEGAJO.

           MOVE MAE-ID-EMPLEADO              TO WS-LEG-ID-EMPLEADO.
           MOVE MAE-NOMBRE-APELLIDO          TO WS-LEG-NOMBRE.
           MOVE 0                            TO WS-LEG-CANT-MES.
           MOVE 0                            TO WS-LEG-CANT-AJUSTES.
           MOVE 0                            TO WS-LEG-COMISION-MES.
           MOVE 0                            TO WS-LEG-AJUSTES.
           MOVE 0                            TO WS-LEG-ANUAL.

           PERFORM 2200-CALCULAR-VENTANA
              THRU 2200-CALCULAR-VENTANA-FIN.

           PERFORM 2300-SUMAR-CUENTA
              THRU 2300-SUMAR-CUENTA-FIN.

           IF WS-LEG-CANT-MES > 0
              OR WS-LEG-CANT-AJUSTES > 0
              OR WS-LEGAJO-PEDIDO
              COMPUTE WS-LEG-NETO = WS-LEG-COMISION-MES
                                  + WS-LEG-AJUSTES
              PERFORM 2400-IMPRIMIR-ENCABEZADO
                 THRU 2400-IMPRIMIR-ENCABEZADO-FIN
              PERFORM 2500-IMPRIMIR-DETALLE-MES
                 THRU 2500-IMPRIMIR-DETALLE-MES-FIN
              PERFORM 2600-IMPRIMIR-AJUSTES
                 THRU 2600-IMPRIMIR-AJUSTES-FIN
              PERFORM 2700-IMPRIMIR-TOTALES
                 THRU 2700-IMPRIMIR-TOTALES-FIN
              ADD 1                          TO WS-TOT-HOJAS
              ADD WS-LEG-NETO                TO WS-TOT-NETO
           END-IF.

       2100-LIQUIDAR-LEGAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * VENTANA: ULTIMA LIQUIDACION ('L') DEL MES ANTERIOR Y DEL MES.
      *----------------------------------------------------------------*
       2200-CALCULAR-VENTANA.

           MOVE 0                            TO WS-VEN-DESDE.
           MOVE 0                            TO WS-VEN-HASTA.

           MOVE WS-PERIODO-ANTERIOR          TO WS-REC-PERIODO-DESDE.
           MOVE WS-PERIODO-AAAAMM            TO WS-REC-PERIODO-HASTA.
           PERFORM 2900-POSICIONAR-CUENTA
              THRU 2900-POSICIONAR-CUENTA-FIN.
           PERFORM 2210-VENTANA-RENGLON
              THRU 2210-VENTANA-RENGLON-FIN
             UNTIL WS-FIN-CUENTA.

           IF WS-VEN-DESDE = 0
              COMPUTE WS-VEN-DESDE = WS-PERIODO-AAAAMM * 100
           END-IF.

           IF WS-VEN-HASTA = 0
              MOVE 99999999                  TO WS-VEN-HASTA
           END-IF.

       2200-CALCULAR-VENTANA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-VENTANA-RENGLON.

           IF CTA-RENGLON = 0 AND CTM-LIQUIDACION
              IF CTA-PERIODO = WS-PERIODO-ANTERIOR
                 AND CTM-FECHA-PROCESO > WS-VEN-DESDE
                 MOVE CTM-FECHA-PROCESO      TO WS-VEN-DESDE
              END-IF
              IF CTA-PERIODO = WS-PERIODO-AAAAMM
                 AND CTM-FECHA-PROCESO > WS-VEN-HASTA
                 MOVE CTM-FECHA-PROCESO      TO WS-VEN-HASTA
              END-IF
           END-IF.

           PERFORM 2910-LEER-CUENTA
              THRU 2910-LEER-CUENTA-FIN.

       2210-VENTANA-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOTALES DE LA HOJA SOBRE TODOS LOS PERIODOS HASTA EL PEDIDO:
      * COMISION DEL MES, AJUSTES DE MESES ANTERIORES DENTRO DE LA
      * VENTANA Y ACUMULADO ANUAL.
      *----------------------------------------------------------------*
       2300-SUMAR-CUENTA.

           MOVE 0                            TO WS-REC-PERIODO-DESDE.
           MOVE WS-PERIODO-AAAAMM            TO WS-REC-PERIODO-HASTA.
           PERFORM 2900-POSICIONAR-CUENTA
              THRU 2900-POSICIONAR-CUENTA-FIN.
           PERFORM 2310-SUMAR-RENGLON
              THRU 2310-SUMAR-RENGLON-FIN
             UNTIL WS-FIN-CUENTA.

       2300-SUMAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-SUMAR-RENGLON.

           IF CTA-RENGLON = 0
              AND CTM-FECHA-PROCESO NOT > WS-VEN-HASTA
              IF CTA-PERIODO = WS-PERIODO-AAAAMM
                 ADD 1                       TO WS-LEG-CANT-MES
                 ADD CTM-IMPORTE             TO WS-LEG-COMISION-MES
              ELSE
                 IF CTM-RELIQUIDACION
                    AND CTM-FECHA-PROCESO > WS-VEN-DESDE
                    ADD 1                    TO WS-LEG-CANT-AJUSTES
                    ADD CTM-IMPORTE          TO WS-LEG-AJUSTES
                 END-IF
              END-IF
              IF CTA-PERIODO NOT < WS-PERIODO-ENERO
                 ADD CTM-IMPORTE             TO WS-LEG-ANUAL
              END-IF
           END-IF.

           PERFORM 2910-LEER-CUENTA
              THRU 2910-LEER-CUENTA-FIN.

       2310-SUMAR-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CABECERA DE LA HOJA: EMPIEZA EN PAGINA NUEVA.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-ENCABEZADO.

           MOVE WS-LEG-ID-EMPLEADO           TO WS-LIS-LE-ID.
           MOVE WS-LEG-NOMBRE                TO WS-LIS-LE-NOMBRE.

           WRITE REG-LIQINDIV                FROM WS-LIS-TITULO
              AFTER ADVANCING PAGE.
           WRITE REG-LIQINDIV                FROM WS-LIS-LEGAJO
              AFTER ADVANCING 2 LINES.
           WRITE REG-LIQINDIV                FROM WS-LIS-SEPARADOR
              AFTER ADVANCING 1 LINE.

       2400-IMPRIMIR-ENCABEZADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MOVIMIENTOS DEL PERIODO DENTRO DE LA VENTANA, CADA UNO CON SU
      * APERTURA POR CATEGORIA.
      *----------------------------------------------------------------*
       2500-IMPRIMIR-DETALLE-MES.

           MOVE 'DETALLE DEL MES'            TO WS-LIS-SECCION.
           WRITE REG-LIQINDIV                FROM WS-LIS-SECCION
              AFTER ADVANCING 2 LINES.

           IF WS-LEG-CANT-MES = 0
              WRITE REG-LIQINDIV             FROM WS-LIS-NINGUNO
                 AFTER ADVANCING 1 LINE
           ELSE
              MOVE WS-PERIODO-AAAAMM         TO WS-REC-PERIODO-DESDE
              MOVE WS-PERIODO-AAAAMM         TO WS-REC-PERIODO-HASTA
              PERFORM 2900-POSICIONAR-CUENTA
                 THRU 2900-POSICIONAR-CUENTA-FIN
              PERFORM 2510-DETALLE-RENGLON
                 THRU 2510-DETALLE-RENGLON-FIN
                UNTIL WS-FIN-CUENTA
           END-IF.

           MOVE 'COMISION DEL MES'           TO WS-LIS-TO-TEXTO.
           MOVE WS-LEG-COMISION-MES          TO WS-LIS-TO-IMPORTE.
           WRITE REG-LIQINDIV                FROM WS-LIS-TOTAL
              AFTER ADVANCING 2 LINES.

       2500-IMPRIMIR-DETALLE-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-DETALLE-RENGLON.

           IF CTA-RENGLON = 0
              IF CTM-FECHA-PROCESO NOT > WS-VEN-HASTA
                 MOVE 'S'                    TO WS-SW-MOV-INCLUIDO
                 PERFORM 2520-IMPRIMIR-MOVIMIENTO
                    THRU 2520-IMPRIMIR-MOVIMIENTO-FIN
              ELSE
                 MOVE 'N'                    TO WS-SW-MOV-INCLUIDO
              END-IF
           ELSE
              IF WS-MOV-INCLUIDO
                 PERFORM 2530-IMPRIMIR-CATEGORIA
                    THRU 2530-IMPRIMIR-CATEGORIA-FIN
              END-IF
           END-IF.

           PERFORM 2910-LEER-CUENTA
              THRU 2910-LEER-CUENTA-FIN.

       2510-DETALLE-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-IMPRIMIR-MOVIMIENTO.

           MOVE CTM-FECHA-PROCESO            TO WS-FED-AAAAMMDD.
           PERFORM 2950-EDITAR-FECHA
              THRU 2950-EDITAR-FECHA-FIN.

           IF CTM-LIQUIDACION
              MOVE WS-FED-TEXTO              TO WS-LIS-LQ-FECHA
              MOVE CTM-VENTAS                TO WS-LIS-LQ-VENTAS
              MOVE CTM-CANT-VENTAS           TO WS-LIS-LQ-CANTIDAD
              MOVE CTM-IMPORTE               TO WS-LIS-LQ-COMISION
              WRITE REG-LIQINDIV             FROM WS-LIS-LIQUIDACION
                 AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'RELIQUIDACION'           TO WS-LIS-RQ-ROTULO
              PERFORM 2540-IMPRIMIR-RELIQUIDACION
                 THRU 2540-IMPRIMIR-RELIQUIDACION-FIN
           END-IF.

       2520-IMPRIMIR-MOVIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2530-IMPRIMIR-CATEGORIA.

           MOVE CTC-CATEGORIA                TO WS-LIS-CT-CATEGORIA.
           MOVE CTC-VENTAS                   TO WS-LIS-CT-VENTAS.
           MOVE CTC-CANT-VENTAS              TO WS-LIS-CT-CANTIDAD.
           MOVE CTC-COMISION                 TO WS-LIS-CT-COMISION.

           IF CTC-CON-TARIFA
              MOVE ' TRAMO DESDE '           TO WS-LIS-CT-ROT-TRAMO
              MOVE CTC-VOL-DESDE             TO WS-LIS-CT-VOL-DESDE
              MOVE ' AL '                    TO WS-LIS-CT-ROT-AL
              MOVE CTC-PORCENTAJE            TO WS-LIS-CT-PORCENTAJE
              MOVE '%'                       TO WS-LIS-CT-ROT-PORC
           ELSE
              MOVE SPACES                    TO WS-LIS-CT-TRAMO
              MOVE ' SIN TARIFA'             TO WS-LIS-CT-ROT-TRAMO
           END-IF.

           WRITE REG-LIQINDIV                FROM WS-LIS-CATEGORIA
              AFTER ADVANCING 1 LINE.

       2530-IMPRIMIR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LINEA DE RELIQUIDACION (ROTULO EN WS-LIS-RQ-ROTULO, FECHA YA
      * EDITADA EN WS-FED-TEXTO).
      *----------------------------------------------------------------*
       2540-IMPRIMIR-RELIQUIDACION.

           MOVE WS-FED-TEXTO                 TO WS-LIS-RQ-FECHA.
           MOVE CTM-COMISION-ANTERIOR        TO WS-LIS-RQ-ANTERIOR.
           MOVE CTM-COMISION-NUEVA           TO WS-LIS-RQ-NUEVA.
           MOVE CTM-IMPORTE                  TO WS-LIS-RQ-AJUSTE.
           WRITE REG-LIQINDIV                FROM WS-LIS-RELIQUIDACION
              AFTER ADVANCING 1 LINE.

       2540-IMPRIMIR-RELIQUIDACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RELIQUIDACIONES DE PERIODOS ANTERIORES DENTRO DE LA VENTANA.
      *----------------------------------------------------------------*
       2600-IMPRIMIR-AJUSTES.

           MOVE 'AJUSTES DE MESES ANTERIORES' TO WS-LIS-SECCION.
           WRITE REG-LIQINDIV                FROM WS-LIS-SECCION
              AFTER ADVANCING 2 LINES.

           IF WS-LEG-CANT-AJUSTES = 0
              WRITE REG-LIQINDIV             FROM WS-LIS-NINGUNO
                 AFTER ADVANCING 1 LINE
           ELSE
              MOVE 0                         TO WS-REC-PERIODO-DESDE
              MOVE WS-PERIODO-ANTERIOR       TO WS-REC-PERIODO-HASTA
              PERFORM 2900-POSICIONAR-CUENTA
                 THRU 2900-POSICIONAR-CUENTA-FIN
              PERFORM 2610-AJUSTE-RENGLON
                 THRU 2610-AJUSTE-RENGLON-FIN
                UNTIL WS-FIN-CUENTA
           END-IF.

           MOVE 'TOTAL AJUSTES'              TO WS-LIS-TO-TEXTO.
           MOVE WS-LEG-AJUSTES               TO WS-LIS-TO-IMPORTE.
           WRITE REG-LIQINDIV                FROM WS-LIS-TOTAL
              AFTER ADVANCING 2 LINES.

       2600-IMPRIMIR-AJUSTES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-AJUSTE-RENGLON.

           IF CTA-RENGLON = 0
              AND CTM-RELIQUIDACION
              AND CTM-FECHA-PROCESO > WS-VEN-DESDE
              AND CTM-FECHA-PROCESO NOT > WS-VEN-HASTA
              MOVE CTA-PERIODO               TO WS-PED-AAAAMM
              PERFORM 2960-EDITAR-PERIODO
                 THRU 2960-EDITAR-PERIODO-FIN
              MOVE SPACES                    TO WS-LIS-RQ-ROTULO
              STRING 'PERIODO '              DELIMITED BY SIZE
                     WS-PED-TEXTO            DELIMITED BY SIZE
                     INTO WS-LIS-RQ-ROTULO
              END-STRING
              MOVE CTM-FECHA-PROCESO         TO WS-FED-AAAAMMDD
              PERFORM 2950-EDITAR-FECHA
                 THRU 2950-EDITAR-FECHA-FIN
              PERFORM 2540-IMPRIMIR-RELIQUIDACION
                 THRU 2540-IMPRIMIR-RELIQUIDACION-FIN
           END-IF.

           PERFORM 2910-LEER-CUENTA
              THRU 2910-LEER-CUENTA-FIN.

       2610-AJUSTE-RENGLON-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NETO A COBRAR, ACUMULADO ANUAL Y LINEA DE FIRMA.
      *----------------------------------------------------------------*
       2700-IMPRIMIR-TOTALES.

           WRITE REG-LIQINDIV                FROM WS-LIS-SEPARADOR
              AFTER ADVANCING 2 LINES.

           MOVE 'NETO A COBRAR'              TO WS-LIS-TO-TEXTO.
           MOVE WS-LEG-NETO                  TO WS-LIS-TO-IMPORTE.
           WRITE REG-LIQINDIV                FROM WS-LIS-TOTAL
              AFTER ADVANCING 1 LINE.

           MOVE SPACES                       TO WS-LIS-TO-TEXTO.
           STRING 'ACUMULADO ANUAL ' DELIMITED BY SIZE
                  WS-ANIO-X          DELIMITED BY SIZE
                  INTO WS-LIS-TO-TEXTO
           END-STRING.
           MOVE WS-LEG-ANUAL                 TO WS-LIS-TO-IMPORTE.
           WRITE REG-LIQINDIV                FROM WS-LIS-TOTAL
              AFTER ADVANCING 1 LINE.

           WRITE REG-LIQINDIV                FROM WS-LIS-FIRMA
              AFTER ADVANCING 4 LINES.

       2700-IMPRIMIR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-RESUMEN.

           MOVE 'LIQUIDACIONES IMPRESAS:'    TO WS-LIS-RS-TEXTO.
           MOVE WS-TOT-HOJAS                 TO WS-LIS-RS-CANTIDAD.
           DISPLAY WS-LIS-RS-TEXTO WS-LIS-RS-CANTIDAD.

           MOVE WS-TOT-NETO                  TO WS-LIS-RN-IMPORTE.
           DISPLAY WS-LIS-RESUMEN-NETO.

       2800-RESUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRIDO DE LA CUENTA CORRIENTE DEL LEGAJO EN CURSO ENTRE
      * WS-REC-PERIODO-DESDE Y WS-REC-PERIODO-HASTA: 2900 DEJA LEIDO EL
      * PRIMER RENGLON Y 2910 EL SIGUIENTE (O WS-FIN-CUENTA).
      *----------------------------------------------------------------*
       2900-POSICIONAR-CUENTA.

           MOVE 'N'                          TO WS-SW-FIN-CUENTA.
           MOVE WS-LEG-ID-EMPLEADO           TO CTA-ID-EMPLEADO.
           MOVE WS-REC-PERIODO-DESDE         TO CTA-PERIODO.
           MOVE 0                            TO CTA-MOVIMIENTO.
           MOVE 0                            TO CTA-RENGLON.

           START CUENTA-CORRIENTE
              KEY IS NOT LESS THAN CTA-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-CUENTA
           END-START.

           IF NOT WS-FIN-CUENTA
              PERFORM 2910-LEER-CUENTA
                 THRU 2910-LEER-CUENTA-FIN
           END-IF.

       2900-POSICIONAR-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2910-LEER-CUENTA.

           READ CUENTA-CORRIENTE NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-CUENTA
           END-READ.

           IF NOT WS-FIN-CUENTA
              IF NOT FS-CUENTA-OK
                 DISPLAY 'ERROR AL LEER CTACTE.DAT. FILE STATUS: '
                         FS-CUENTA
                 MOVE 12                     TO WS-CODIGO-RETORNO
                 MOVE 'S'                    TO WS-SW-FIN-CUENTA
              ELSE
                 IF CTA-ID-EMPLEADO NOT = WS-LEG-ID-EMPLEADO
                    OR CTA-PERIODO > WS-REC-PERIODO-HASTA
                    MOVE 'S'                 TO WS-SW-FIN-CUENTA
                 END-IF
              END-IF
           END-IF.

       2910-LEER-CUENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA AAAAMMDD (EN WS-FED-AAAAMMDD) A DD/MM/AAAA.
      *----------------------------------------------------------------*
       2950-EDITAR-FECHA.

           MOVE WS-FED-DIA                   TO WS-FED-T-DIA.
           MOVE WS-FED-MES                   TO WS-FED-T-MES.
           MOVE WS-FED-ANIO                  TO WS-FED-T-ANIO.

       2950-EDITAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PERIODO AAAAMM (EN WS-PED-AAAAMM) A MM/AAAA.
      *----------------------------------------------------------------*
       2960-EDITAR-PERIODO.

           MOVE WS-PED-MES                   TO WS-PED-T-MES.
           MOVE WS-PED-ANIO                  TO WS-PED-T-ANIO.

       2960-EDITAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-MAESTRO-DISPONIBLE
              CLOSE MAESTRO
           END-IF.

           IF WS-CUENTA-DISPONIBLE
              CLOSE CUENTA-CORRIENTE
           END-IF.

           IF WS-PARAMETRO-OK
              CLOSE LIQUIDACION-INDIVIDUAL
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11CC01.
