      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: LISTADO DE VENTAS CRUZADAS POR SUCURSAL Y VENDEDOR
      *          PARA COMERCIAL (PRESTAMOS DE PERSONAL ENTRE LOCALES).
      *          PARA EL PERIODO PEDIDO (MM/AAAA) TOMA DE VENTCRUZ.DAT
      *          LAS VENTAS QUE CL11EJ01 DETECTO EN EL ARCHIVO DE UNA
      *          SUCURSAL HECHAS POR UN VENDEDOR ASIGNADO A OTRA A ESA
      *          FECHA (MAESUC.DAT, CL11MA01), LAS ORDENA POR
      *          SUCURSAL DEL ARCHIVO Y VENDEDOR E INFORMA POR CADA
      *          VENDEDOR SU SUCURSAL PROPIA, LOS DIAS TRABAJADOS EN
      *          EL LOCAL AJENO, LOS MOVIMIENTOS, EL IMPORTE NETO DE
      *          DEVOLUCIONES Y CUANTOS SE RECHAZARON O SOLO SE
      *          MARCARON, CON SUBTOTAL POR SUCURSAL Y TOTAL
      *          GENERAL. TERMINA CON RETURN-CODE 4 SI QUEDARON
      *          VENTAS RECHAZADAS (PENDIENTES DE DECISION), Y 12 SI
      *          NO PUDO ABRIR LOS ARCHIVOS. SALIDA: CRUZADAS.TXT.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - Un mes fuera de 01 a 12 en el periodo se
      *                    rechaza como periodo invalido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11VC01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT VENTAS-CRUZADAS
               ASSIGN TO 'VENTCRUZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTCRUZ.

           SELECT ARCH-ORDENADO
               ASSIGN TO 'CL11VC01.SRT'.

           SELECT CRUZADAS
               ASSIGN TO 'CRUZADAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRUZADAS.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * MISMO LAYOUT QUE GRABA CL11EJ01. ACCION: R = RECHAZADA A
      * EXCEPCIO.TXT, M = SOLO MARCADA (ACEPTADA PARA LA SUCURSAL DEL
      * ARCHIVO).
      *----------------------------------------------------------------*
       FD VENTAS-CRUZADAS.
       01 REG-VENTA-CRUZADA.
          05 VCR-SUC-ARCHIVO                PIC X(10).
          05 VCR-SUC-VENDEDOR               PIC X(10).
          05 VCR-ID-EMPLEADO                PIC 9(05).
          05 VCR-NOMBRE-APELLIDO            PIC X(40).
          05 VCR-FECHA                      PIC X(10).
          05 VCR-FECHA-CLAVE                PIC 9(08).
          05 VCR-FECHA-CLAVE-R REDEFINES VCR-FECHA-CLAVE.
             10 VCR-ANIO-MES                PIC 9(06).
             10 VCR-DIA                     PIC 9(02).
          05 VCR-CATEGORIA                  PIC X(20).
          05 VCR-IMPORTE                    PIC 9(8)V9(2).
          05 VCR-TIPO                       PIC X(01).
          05 VCR-ACCION                     PIC X(01).
          05 VCR-FECHA-PROCESO              PIC 9(08).

       SD ARCH-ORDENADO.
       01 REG-ORDENADO.
          05 ORD-SUC-ARCHIVO                PIC X(10).
          05 ORD-ID-EMPLEADO                PIC 9(05).
          05 ORD-FECHA-CLAVE                PIC 9(08).
          05 ORD-NOMBRE-APELLIDO            PIC X(40).
          05 ORD-SUC-VENDEDOR               PIC X(10).
          05 ORD-IMPORTE                    PIC 9(8)V9(2).
          05 ORD-TIPO                       PIC X(01).
             88 ORD-ES-DEVOLUCION               VALUE 'D' 'A'.
          05 ORD-ACCION                     PIC X(01).
             88 ORD-RECHAZADA                   VALUE 'R'.
             88 ORD-MARCADA                     VALUE 'M'.

       FD CRUZADAS.
       01 REG-CRUZADAS                      PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-VENTCRUZ                     PIC X(2).
             88 FS-VENTCRUZ-OK                   VALUE '00'.
             88 FS-VENTCRUZ-EOF                  VALUE '10'.
             88 FS-VENTCRUZ-NFD                  VALUE '35'.
          05 FS-CRUZADAS                     PIC X(2).
             88 FS-CRUZADAS-OK                   VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-PARAMETRO-OK                  VALUE 'S'.
             88 WS-PARAMETRO-MAL                 VALUE 'N'.
          05 WS-SW-VENTCRUZ-DISPONIBLE       PIC X(01) VALUE 'N'.
             88 WS-VENTCRUZ-DISPONIBLE           VALUE 'S'.
          05 WS-SW-FIN-VENTCRUZ              PIC X(01) VALUE 'N'.
             88 WS-FIN-VENTCRUZ                  VALUE 'S'.
          05 WS-SW-SORT-EOF                  PIC X(01) VALUE 'N'.
             88 WS-SORT-EOF                      VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-PERIODO-PARM                 PIC X(07) VALUE SPACES.
          05 WS-MES-X                        PIC X(02).
          05 WS-ANIO-X                       PIC X(04).
          05 WS-MES                          PIC 9(02).
          05 WS-ANIO                         PIC 9(04).
          05 WS-PERIODO-AAAAMM               PIC 9(06) VALUE 0.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * CORTE DE CONTROL: SUCURSAL DEL ARCHIVO (MAYOR) Y VENDEDOR
      * (MENOR). LOS DIAS SE CUENTAN SOBRE LAS FECHAS DISTINTAS, QUE
      * LLEGAN ORDENADAS DENTRO DEL VENDEDOR.
      *----------------------------------------------------------------*
       01 WS-CORTE-CONTROL.
          05 WS-CC-SUCURSAL-ANT              PIC X(10) VALUE SPACES.
          05 WS-CC-EMPLEADO-ANT              PIC 9(05) VALUE 0.
          05 WS-CC-NOMBRE-ANT                PIC X(40) VALUE SPACES.
          05 WS-CC-SUC-VENDEDOR-ANT          PIC X(10) VALUE SPACES.
          05 WS-CC-FECHA-ANT                 PIC 9(08) VALUE 0.

       01 WS-ACUMULADORES.
          05 WS-VEN-DIAS                     PIC 9(03) VALUE 0.
          05 WS-VEN-MOVIMIENTOS              PIC 9(06) VALUE 0.
          05 WS-VEN-NETO                     PIC S9(10)V9(2) VALUE 0.
          05 WS-VEN-RECHAZADAS               PIC 9(06) VALUE 0.
          05 WS-VEN-MARCADAS                 PIC 9(06) VALUE 0.
          05 WS-SUC-VENDEDORES               PIC 9(05) VALUE 0.
          05 WS-SUC-MOVIMIENTOS              PIC 9(07) VALUE 0.
          05 WS-SUC-NETO                     PIC S9(12)V9(2) VALUE 0.
          05 WS-TOT-SUCURSALES               PIC 9(05) VALUE 0.
          05 WS-TOT-MOVIMIENTOS              PIC 9(07) VALUE 0.
          05 WS-TOT-NETO                     PIC S9(12)V9(2) VALUE 0.
          05 WS-TOT-RECHAZADAS               PIC 9(07) VALUE 0.
          05 WS-TOT-MARCADAS                 PIC 9(07) VALUE 0.

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(110) VALUE ALL '-'.
          05 WS-LIS-TITULO.
             10 FILLER                      PIC X(42)
                VALUE 'VENTAS CRUZADAS POR SUCURSAL Y VENDEDOR - '.
             10 FILLER                      PIC X(08)
                VALUE 'PERIODO '.
             10 WS-LIS-T-PERIODO            PIC X(07).
          05 WS-LIS-COLUMNAS.
             10 FILLER                      PIC X(38)
                VALUE 'ID    VENDEDOR'.
             10 FILLER                      PIC X(13)
                VALUE 'SUC. PROPIA'.
             10 FILLER                      PIC X(06) VALUE 'DIAS'.
             10 FILLER                      PIC X(09) VALUE 'MOVIM.'.
             10 FILLER                      PIC X(17)
                VALUE '     IMPORTE NETO'.
             10 FILLER                      PIC X(10)
                VALUE '  RECHAZ.'.
             10 FILLER                      PIC X(10)
                VALUE '  MARCAD.'.
          05 WS-LIS-SUCURSAL.
             10 FILLER                      PIC X(22)
                VALUE 'SUCURSAL DEL ARCHIVO: '.
             10 WS-LIS-S-CODIGO             PIC X(10).
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-ID                 PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-D-NOMBRE             PIC X(30).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-SUC-VENDEDOR       PIC X(10).
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-LIS-D-DIAS               PIC ZZ9.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-LIS-D-MOVIMIENTOS        PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-NETO               PIC -Z.ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-LIS-D-RECHAZADAS         PIC ZZZ.ZZ9.
             10 FILLER                      PIC X(03) VALUE SPACES.
             10 WS-LIS-D-MARCADAS           PIC ZZZ.ZZ9.
          05 WS-LIS-SUBTOTAL.
             10 FILLER                      PIC X(22)
                VALUE '  TOTAL SUCURSAL  ... '.
             10 WS-LIS-ST-VENDEDORES        PIC ZZ.ZZ9.
             10 FILLER                      PIC X(14)
                VALUE ' VENDEDORES   '.
             10 WS-LIS-ST-MOVIMIENTOS       PIC Z.ZZZ.ZZ9.
             10 FILLER                      PIC X(13)
                VALUE ' MOVIMIENTOS '.
             10 WS-LIS-ST-NETO              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WS-LIS-TOTAL-1.
             10 FILLER                      PIC X(22)
                VALUE 'SUCURSALES CON AJENOS:'.
             10 WS-LIS-T-SUCURSALES         PIC ZZ.ZZ9.
             10 FILLER                      PIC X(16)
                VALUE '   MOVIMIENTOS: '.
             10 WS-LIS-T-MOVIMIENTOS        PIC Z.ZZZ.ZZ9.
             10 FILLER                      PIC X(17)
                VALUE '   IMPORTE NETO: '.
             10 WS-LIS-T-NETO               PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WS-LIS-TOTAL-2.
             10 FILLER                      PIC X(22)
                VALUE 'RECHAZADAS:'.
             10 WS-LIS-T-RECHAZADAS         PIC Z.ZZZ.ZZ9.
             10 FILLER                      PIC X(16)
                VALUE '   MARCADAS: '.
             10 WS-LIS-T-MARCADAS           PIC Z.ZZZ.ZZ9.

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
                 ON ASCENDING KEY ORD-SUC-ARCHIVO
                    ASCENDING KEY ORD-ID-EMPLEADO
                    ASCENDING KEY ORD-FECHA-CLAVE
                 INPUT PROCEDURE 1500-SELECCIONAR-PERIODO
                    THRU 1500-SELECCIONAR-PERIODO-FIN
                 OUTPUT PROCEDURE 2000-PROCESAR-LISTADO
                    THRU 2000-PROCESAR-LISTADO-FIN
              PERFORM 2800-RESUMEN
                 THRU 2800-RESUMEN-FIN
              PERFORM 3000-FINALIZAR-PROGRAMA
                 THRU 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * UNICO PARAMETRO: PERIODO MM/AAAA (OBLIGATORIO). SE TOMAN LAS
      * VENTAS CUYA FECHA CAE EN ESE MES.
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-PERIODO-PARM FROM ARGUMENT-VALUE.

           IF WS-PERIODO-PARM = SPACES
              DISPLAY 'USO: CL11VC01 MM/AAAA'
              MOVE 'N'                      TO WS-SW-PARAMETRO-OK
           ELSE
              MOVE WS-PERIODO-PARM (1:2)    TO WS-MES-X
              MOVE WS-PERIODO-PARM (4:4)    TO WS-ANIO-X
              IF WS-PERIODO-PARM (3:1) NOT = '/'
                 OR WS-MES-X NOT NUMERIC
                 OR WS-MES-X < '01'
                 OR WS-MES-X > '12'
                 OR WS-ANIO-X NOT NUMERIC
                 DISPLAY 'PERIODO INVALIDO, SE ESPERA MM/AAAA: '
                         WS-PERIODO-PARM
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              ELSE
                 MOVE WS-MES-X              TO WS-MES
                 MOVE WS-ANIO-X             TO WS-ANIO
                 COMPUTE WS-PERIODO-AAAAMM = WS-ANIO * 100 + WS-MES
              END-IF
           END-IF.

       0100-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN VENTCRUZ.DAT NO HUBO VENTAS CRUZADAS TODAVIA: EL LISTADO
      * SALE VACIO. CUALQUIER OTRO ERROR DE APERTURA ES RC 12.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           OPEN INPUT VENTAS-CRUZADAS.
           EVALUATE TRUE
               WHEN FS-VENTCRUZ-OK
                    MOVE 'S'
                      TO WS-SW-VENTCRUZ-DISPONIBLE
               WHEN FS-VENTCRUZ-NFD
                    DISPLAY 'NO HAY VENTAS CRUZADAS REGISTRADAS '
                            '(VENTCRUZ.DAT, LO GRABA CL11EJ01)'
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR VENTCRUZ.DAT. FILE '
                            'STATUS: ' FS-VENTCRUZ
                    MOVE 12                  TO WS-CODIGO-RETORNO
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           IF WS-PARAMETRO-OK
              OPEN OUTPUT CRUZADAS
              IF NOT FS-CRUZADAS-OK
                 DISPLAY 'ERROR AL ABRIR CRUZADAS.TXT. FILE STATUS: '
                         FS-CRUZADAS
                 IF WS-VENTCRUZ-DISPONIBLE
                    CLOSE VENTAS-CRUZADAS
                 END-IF
                 MOVE 12                    TO WS-CODIGO-RETORNO
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK
              MOVE WS-PERIODO-PARM          TO WS-LIS-T-PERIODO
              DISPLAY WS-LIS-TITULO
              DISPLAY WS-LIS-SEPARADOR
              WRITE REG-CRUZADAS            FROM WS-LIS-TITULO
              WRITE REG-CRUZADAS            FROM WS-LIS-SEPARADOR
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE ENTRADA DEL SORT: PASA LAS VENTAS CRUZADAS
      * CUYA FECHA CAE EN EL PERIODO PEDIDO.
      *----------------------------------------------------------------*
       1500-SELECCIONAR-PERIODO.

           IF WS-VENTCRUZ-DISPONIBLE
              PERFORM 1510-LEER-VENTA-CRUZADA
                 THRU 1510-LEER-VENTA-CRUZADA-FIN
                UNTIL WS-FIN-VENTCRUZ
           END-IF.

       1500-SELECCIONAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1510-LEER-VENTA-CRUZADA.

           READ VENTAS-CRUZADAS.

           EVALUATE TRUE
               WHEN FS-VENTCRUZ-EOF
                    MOVE 'S'                 TO WS-SW-FIN-VENTCRUZ
               WHEN NOT FS-VENTCRUZ-OK
                    DISPLAY 'ERROR AL LEER VENTCRUZ.DAT. FILE STATUS: '
                            FS-VENTCRUZ
                    MOVE 12                  TO WS-CODIGO-RETORNO
                    MOVE 'S'                 TO WS-SW-FIN-VENTCRUZ
               WHEN VCR-FECHA-CLAVE NOT NUMERIC
                    CONTINUE
               WHEN VCR-ANIO-MES NOT = WS-PERIODO-AAAAMM
                    CONTINUE
               WHEN OTHER
                    MOVE VCR-SUC-ARCHIVO     TO ORD-SUC-ARCHIVO
                    MOVE VCR-ID-EMPLEADO     TO ORD-ID-EMPLEADO
                    MOVE VCR-FECHA-CLAVE     TO ORD-FECHA-CLAVE
                    MOVE VCR-NOMBRE-APELLIDO TO ORD-NOMBRE-APELLIDO
                    MOVE VCR-SUC-VENDEDOR    TO ORD-SUC-VENDEDOR
                    MOVE VCR-IMPORTE         TO ORD-IMPORTE
                    MOVE VCR-TIPO            TO ORD-TIPO
                    MOVE VCR-ACCION          TO ORD-ACCION
                    RELEASE REG-ORDENADO
           END-EVALUATE.

       1510-LEER-VENTA-CRUZADA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE SALIDA DEL SORT: CORTE DE CONTROL POR
      * SUCURSAL DEL ARCHIVO Y, DENTRO DE CADA SUCURSAL, POR VENDEDOR.
      *----------------------------------------------------------------*
       2000-PROCESAR-LISTADO.

           MOVE 'N'                          TO WS-SW-SORT-EOF.

           PERFORM 2050-RETORNAR-REGISTRO
              THRU 2050-RETORNAR-REGISTRO-FIN.

           IF WS-SORT-EOF
              DISPLAY 'SIN VENTAS CRUZADAS EN EL PERIODO'
              MOVE 'SIN VENTAS CRUZADAS EN EL PERIODO'
                                             TO REG-CRUZADAS
              WRITE REG-CRUZADAS
           ELSE
              DISPLAY WS-LIS-COLUMNAS
              WRITE REG-CRUZADAS             FROM WS-LIS-COLUMNAS
           END-IF.

           PERFORM 2100-PROCESAR-SUCURSAL
              THRU 2100-PROCESAR-SUCURSAL-FIN
             UNTIL WS-SORT-EOF.

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
      * CORTE DE CONTROL MAYOR (POR SUCURSAL DEL ARCHIVO).
      *----------------------------------------------------------------*
       2100-PROCESAR-SUCURSAL.

           MOVE 0                            TO WS-SUC-VENDEDORES.
           MOVE 0                            TO WS-SUC-MOVIMIENTOS.
           MOVE 0                            TO WS-SUC-NETO.
           MOVE ORD-SUC-ARCHIVO              TO WS-CC-SUCURSAL-ANT.

           MOVE WS-CC-SUCURSAL-ANT           TO WS-LIS-S-CODIGO.
           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY WS-LIS-SUCURSAL.
           WRITE REG-CRUZADAS                FROM WS-LIS-SEPARADOR.
           WRITE REG-CRUZADAS                FROM WS-LIS-SUCURSAL.

           PERFORM 2200-PROCESAR-VENDEDOR
              THRU 2200-PROCESAR-VENDEDOR-FIN
             UNTIL WS-SORT-EOF
                OR ORD-SUC-ARCHIVO NOT = WS-CC-SUCURSAL-ANT.

           MOVE WS-SUC-VENDEDORES            TO WS-LIS-ST-VENDEDORES.
           MOVE WS-SUC-MOVIMIENTOS           TO WS-LIS-ST-MOVIMIENTOS.
           MOVE WS-SUC-NETO                  TO WS-LIS-ST-NETO.
           DISPLAY WS-LIS-SUBTOTAL.
           WRITE REG-CRUZADAS                FROM WS-LIS-SUBTOTAL.

           ADD 1                             TO WS-TOT-SUCURSALES.
           ADD WS-SUC-MOVIMIENTOS            TO WS-TOT-MOVIMIENTOS.
           ADD WS-SUC-NETO                   TO WS-TOT-NETO.

       2100-PROCESAR-SUCURSAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CORTE DE CONTROL MENOR (POR VENDEDOR DENTRO DE LA SUCURSAL).
      *----------------------------------------------------------------*
       2200-PROCESAR-VENDEDOR.

           MOVE 0                            TO WS-VEN-DIAS.
           MOVE 0                            TO WS-VEN-MOVIMIENTOS.
           MOVE 0                            TO WS-VEN-NETO.
           MOVE 0                            TO WS-VEN-RECHAZADAS.
           MOVE 0                            TO WS-VEN-MARCADAS.
           MOVE 0                            TO WS-CC-FECHA-ANT.
           MOVE ORD-ID-EMPLEADO              TO WS-CC-EMPLEADO-ANT.
           MOVE ORD-NOMBRE-APELLIDO          TO WS-CC-NOMBRE-ANT.
           MOVE ORD-SUC-VENDEDOR             TO WS-CC-SUC-VENDEDOR-ANT.

           PERFORM 2210-ACUMULAR-VENTA
              THRU 2210-ACUMULAR-VENTA-FIN
             UNTIL WS-SORT-EOF
                OR ORD-SUC-ARCHIVO NOT = WS-CC-SUCURSAL-ANT
                OR ORD-ID-EMPLEADO NOT = WS-CC-EMPLEADO-ANT.

           MOVE WS-CC-EMPLEADO-ANT           TO WS-LIS-D-ID.
           MOVE WS-CC-NOMBRE-ANT             TO WS-LIS-D-NOMBRE.
           MOVE WS-CC-SUC-VENDEDOR-ANT       TO WS-LIS-D-SUC-VENDEDOR.
           MOVE WS-VEN-DIAS                  TO WS-LIS-D-DIAS.
           MOVE WS-VEN-MOVIMIENTOS           TO WS-LIS-D-MOVIMIENTOS.
           MOVE WS-VEN-NETO                  TO WS-LIS-D-NETO.
           MOVE WS-VEN-RECHAZADAS            TO WS-LIS-D-RECHAZADAS.
           MOVE WS-VEN-MARCADAS              TO WS-LIS-D-MARCADAS.
           DISPLAY WS-LIS-DETALLE.
           WRITE REG-CRUZADAS                FROM WS-LIS-DETALLE.

           ADD 1                             TO WS-SUC-VENDEDORES.
           ADD WS-VEN-MOVIMIENTOS            TO WS-SUC-MOVIMIENTOS.
           ADD WS-VEN-NETO                   TO WS-SUC-NETO.
           ADD WS-VEN-RECHAZADAS             TO WS-TOT-RECHAZADAS.
           ADD WS-VEN-MARCADAS               TO WS-TOT-MARCADAS.

       2200-PROCESAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-ACUMULAR-VENTA.

           IF ORD-FECHA-CLAVE NOT = WS-CC-FECHA-ANT
              ADD 1                          TO WS-VEN-DIAS
              MOVE ORD-FECHA-CLAVE           TO WS-CC-FECHA-ANT
           END-IF.

           ADD 1                             TO WS-VEN-MOVIMIENTOS.

           IF ORD-ES-DEVOLUCION
              SUBTRACT ORD-IMPORTE           FROM WS-VEN-NETO
           ELSE
              ADD ORD-IMPORTE                TO WS-VEN-NETO
           END-IF.

           IF ORD-RECHAZADA
              ADD 1                          TO WS-VEN-RECHAZADAS
           ELSE
              ADD 1                          TO WS-VEN-MARCADAS
           END-IF.

           PERFORM 2050-RETORNAR-REGISTRO
              THRU 2050-RETORNAR-REGISTRO-FIN.

       2210-ACUMULAR-VENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMEN FINAL Y CODIGO DE RETORNO PARA EL PLANIFICADOR: 4 SI
      * QUEDARON VENTAS CRUZADAS RECHAZADAS (HAY QUE DECIDIR SI SE
      * REASIGNA AL VENDEDOR O SE REPROCESAN CON CL11RP01).
      *----------------------------------------------------------------*
       2800-RESUMEN.

           MOVE WS-TOT-SUCURSALES            TO WS-LIS-T-SUCURSALES.
           MOVE WS-TOT-MOVIMIENTOS           TO WS-LIS-T-MOVIMIENTOS.
           MOVE WS-TOT-NETO                  TO WS-LIS-T-NETO.
           MOVE WS-TOT-RECHAZADAS            TO WS-LIS-T-RECHAZADAS.
           MOVE WS-TOT-MARCADAS              TO WS-LIS-T-MARCADAS.

           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY WS-LIS-TOTAL-1.
           DISPLAY WS-LIS-TOTAL-2.
           WRITE REG-CRUZADAS                FROM WS-LIS-SEPARADOR.
           WRITE REG-CRUZADAS                FROM WS-LIS-TOTAL-1.
           WRITE REG-CRUZADAS                FROM WS-LIS-TOTAL-2.

           IF WS-TOT-RECHAZADAS > 0
              AND WS-CODIGO-RETORNO < 4
              MOVE 4                         TO WS-CODIGO-RETORNO
           END-IF.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

       2800-RESUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-VENTCRUZ-DISPONIBLE
              CLOSE VENTAS-CRUZADAS
           END-IF.

           CLOSE CRUZADAS.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11VC01.
