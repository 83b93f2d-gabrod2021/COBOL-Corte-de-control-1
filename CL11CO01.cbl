      *                    acumulados mes a mes (EMPMES.DAT, los
      *                    mantiene CL11EJ01) con su mejor y su peor
      *                    mes.
      *   15/10/2026 GR - El ranking se arma con SORT sobre EMPLEADO.DAT
      *                    en cada consulta y la evolucion mensual se
      *                    lee en dos pasadas: ya no hay tope de 500
      *                    vendedores ni de 120 meses.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11CO01.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-CLAVE
               FILE STATUS IS FS-EMPMES.

           SELECT ORDEN-RANKING
               ASSIGN TO 'CL11CO01.SRK'.
      *----------------------------------------------------------------*
       DATA DIVISION.

          05 EMM-IMPORTE                    PIC S9(10)V9(2).
          05 EMM-CANT-VENTAS                PIC 9(05).

      *----------------------------------------------------------------*
      * RANKING: EMPLEADO.DAT ORDENADO POR IMPORTE DESCENDENTE.
      *----------------------------------------------------------------*
       SD ORDEN-RANKING.
       01 REG-ORDEN-RANKING.
          05 RNK-IMPORTE-TOTAL              PIC S9(10)V9(2).
          05 RNK-ID-EMPLEADO                PIC 9(05).
          05 RNK-NOMBRE-APELLIDO            PIC X(40).
          05 RNK-CANT-VENTAS                PIC 9(07).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 WS-NOMBRE-COINCIDE               VALUE 'S'.
          05 WS-SW-FIN-MENSUAL               PIC X(01) VALUE 'N'.
             88 WS-FIN-MENSUAL                   VALUE 'S'.
          05 WS-SW-SORT-EOF                  PIC X(01) VALUE 'N'.
             88 WS-SORT-EOF                      VALUE 'S'.
          05 WS-SW-TIPO-BUSQUEDA             PIC X(01) VALUE 'I'.
             88 WS-BUSCA-POR-ID                  VALUE 'I'.
             88 WS-BUSCA-POR-NOMBRE              VALUE 'N'.
          05 WS-SW-FALTA-SIGUIENTE           PIC X(01) VALUE 'N'.
             88 WS-FALTA-SIGUIENTE               VALUE 'S'.

      *----------------------------------------------------------------*
      * RANKING RECORRIDO EN ORDEN POR IMPORTE DESCENDENTE (MISMO
      * ESQUEMA QUE CL11EJ01). DE CADA CONSULTA SE RETIENE EL VENDEDOR
      * HALLADO Y SUS VECINOS DEL PUESTO ANTERIOR Y EL SIGUIENTE.
      *----------------------------------------------------------------*
       01 WS-CANT-RANKING                    PIC 9(05) VALUE 0.
       01 WS-POS-ACTUAL                      PIC 9(05) VALUE 0.

       01 WS-RANK-ANTERIOR.
          05 WS-ANT-IMPORTE-TOTAL            PIC S9(10)V9(2).
          05 WS-ANT-ID-EMPLEADO              PIC 9(05).
          05 WS-ANT-NOMBRE-APELLIDO          PIC X(40).
          05 WS-ANT-CANT-VENTAS              PIC 9(07).

       01 WS-RANK-HALLADO.
          05 WS-HAL-IMPORTE-TOTAL            PIC S9(10)V9(2).
          05 WS-HAL-ID-EMPLEADO              PIC 9(05).
          05 WS-HAL-NOMBRE-APELLIDO          PIC X(40).
          05 WS-HAL-CANT-VENTAS              PIC 9(07).

       01 WS-RANK-PREVIO.
          05 WS-PRE-IMPORTE-TOTAL            PIC S9(10)V9(2).
          05 WS-PRE-ID-EMPLEADO              PIC 9(05).
          05 WS-PRE-NOMBRE-APELLIDO          PIC X(40).
          05 WS-PRE-CANT-VENTAS              PIC 9(07).

       01 WS-RANK-SIGUIENTE.
          05 WS-SIG-IMPORTE-TOTAL            PIC S9(10)V9(2).
          05 WS-SIG-ID-EMPLEADO              PIC 9(05).
          05 WS-SIG-NOMBRE-APELLIDO          PIC X(40).
          05 WS-SIG-CANT-VENTAS              PIC 9(07).

      *----------------------------------------------------------------*
      * CONSULTA DEL OPERADOR Y RESULTADO DE LA BUSQUEDA.
          05 WS-CONSULTA                     PIC X(20) VALUE SPACES.
          05 WS-LONGITUD-CONSULTA            PIC 9(02) VALUE 0.
          05 WS-ID-BUSCADO                   PIC 9(05) VALUE 0.
          05 WS-POS-HALLADA                  PIC 9(05) VALUE 0.
          05 WS-CANT-HALLADAS                PIC 9(05) VALUE 0.
          05 WS-POS-NOMBRE                   PIC 9(02) VALUE 0.
          05 WS-DIFERENCIA                   PIC S9(11)V9(2) VALUE 0.

       01 WS-CAMPOS-EDITADOS.
      *----------------------------------------------------------------*
       01 WS-EVOLUCION.
          05 WS-EVO-RESPUESTA                PIC X(01) VALUE SPACE.
          05 WS-EVO-CANT-MESES               PIC 9(05) VALUE 0.
          05 WS-EVO-MEJOR-PERIODO            PIC 9(06) VALUE 0.
          05 WS-EVO-MEJOR-IMPORTE            PIC S9(10)V9(2) VALUE 0.
          05 WS-EVO-PEOR-PERIODO             PIC 9(06) VALUE 0.
             10 WS-PED-MES                   PIC 9(02).
          05 WS-PED-TEXTO                    PIC X(07).

       01 WS-LIS-MES.
          05 FILLER                          PIC X(03) VALUE '   '.
          05 WS-LIS-ME-PERIODO               PIC X(07).
       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(60) VALUE ALL '-'.
          05 WS-LIS-MATCH.
             10 WS-LIS-M-POS                PIC ZZZZ9.
             10 FILLER                      PIC X(03) VALUE ' - '.
             10 WS-LIS-M-ID                 PIC ZZZZ9.
             10 FILLER                      PIC X(02) VALUE '- '.

           STOP RUN.
      *----------------------------------------------------------------*
      * CUENTA LOS VENDEDORES DE EMPLEADO.DAT (SOLO LECTURA). EL
      * RANKING SE ORDENA EN CADA CONSULTA, ASI SIEMPRE REFLEJA EL
      * ARCHIVO DE ESE MOMENTO.
      *----------------------------------------------------------------*
       1000-CARGAR-RANKING.

           MOVE 0                            TO WS-CANT-RANKING.

           OPEN INPUT EMPLEADOS-TOTALES.

           IF NOT FS-EMPLEADOS-OK
                      FS-EMPLEADOS
              MOVE 'S'                      TO WS-SW-FIN-CONSULTA
           ELSE
              PERFORM 1100-CONTAR-UN-EMPLEADO
                 THRU 1100-CONTAR-UN-EMPLEADO-FIN
                UNTIL FS-EMPLEADOS NOT = '00'
              CLOSE EMPLEADOS-TOTALES

                 DISPLAY 'EMPLEADO.DAT NO TIENE ACUMULADOS TODAVIA'
                 MOVE 'S'                   TO WS-SW-FIN-CONSULTA
              ELSE
                 DISPLAY 'VENDEDORES EN EL RANKING: ' WS-CANT-RANKING
              END-IF
           END-IF.
       1000-CARGAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-CONTAR-UN-EMPLEADO.

           READ EMPLEADOS-TOTALES NEXT RECORD.

           IF FS-EMPLEADOS = '00'
              ADD 1                         TO WS-CANT-RANKING
           END-IF.

       1100-CONTAR-UN-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2000-ATENDER-CONSULTAS.
      *----------------------------------------------------------------*
       2200-BUSCAR-POR-ID.

           MOVE 'I'                          TO WS-SW-TIPO-BUSQUEDA.

           PERFORM 2600-RECORRER-RANKING
              THRU 2600-RECORRER-RANKING-FIN.

           IF WS-POS-HALLADA = 0
              DISPLAY 'EL EMPLEADO ' WS-ID-BUSCADO

       2200-BUSCAR-POR-ID-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * BUSQUEDA POR PARTE DEL NOMBRE: SI COINCIDE UN SOLO VENDEDOR
      * SE MUESTRA SU POSICION COMPLETA; SI COINCIDEN VARIOS SE
      *----------------------------------------------------------------*
       2300-BUSCAR-POR-NOMBRE.

           MOVE 'N'                          TO WS-SW-TIPO-BUSQUEDA.

           PERFORM 2600-RECORRER-RANKING
              THRU 2600-RECORRER-RANKING-FIN.

           EVALUATE TRUE
               WHEN WS-CANT-HALLADAS = 0

           IF WS-NOMBRE-COINCIDE
              ADD 1                          TO WS-CANT-HALLADAS
              MOVE WS-POS-ACTUAL             TO WS-LIS-M-POS
              MOVE RNK-ID-EMPLEADO           TO WS-LIS-M-ID
              MOVE RNK-NOMBRE-APELLIDO       TO WS-LIS-M-NOMBRE
              DISPLAY WS-LIS-MATCH
              PERFORM 2640-RETENER-HALLADO
                 THRU 2640-RETENER-HALLADO-FIN
           END-IF.

       2310-COMPARAR-UN-NOMBRE-FIN.
      *----------------------------------------------------------------*
       2330-COMPARAR-UNA-POSICION.

           IF RNK-NOMBRE-APELLIDO
                 (WS-POS-NOMBRE : WS-LONGITUD-CONSULTA)
                 = WS-CONSULTA (1 : WS-LONGITUD-CONSULTA)
              MOVE 'S'                       TO WS-SW-NOMBRE-COINCIDE

           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY 'VENDEDOR : '
                   WS-HAL-ID-EMPLEADO '- ' WS-HAL-NOMBRE-APELLIDO.

           MOVE WS-HAL-IMPORTE-TOTAL         TO WS-ED-IMPORTE.
           DISPLAY 'IMPORTE ACUMULADO DEL ANIO: ' WS-ED-IMPORTE.
           DISPLAY 'CANTIDAD DE VENTAS        : ' WS-HAL-CANT-VENTAS.
           DISPLAY 'POSICION EN EL RANKING    : ' WS-POS-HALLADA
                   ' DE ' WS-CANT-RANKING.

           IF WS-POS-HALLADA = 1
              DISPLAY 'ENCABEZA EL RANKING'
           ELSE
              COMPUTE WS-DIFERENCIA =
                      WS-PRE-IMPORTE-TOTAL - WS-HAL-IMPORTE-TOTAL
              MOVE WS-DIFERENCIA              TO WS-ED-DIFERENCIA
              DISPLAY 'LE FALTAN ' WS-ED-DIFERENCIA
                      ' PARA ALCANZAR A ' WS-PRE-NOMBRE-APELLIDO
           END-IF.

           IF WS-POS-HALLADA = WS-CANT-RANKING
              DISPLAY 'ES EL ULTIMO DEL RANKING'
           ELSE
              COMPUTE WS-DIFERENCIA =
                      WS-HAL-IMPORTE-TOTAL - WS-SIG-IMPORTE-TOTAL
              MOVE WS-DIFERENCIA              TO WS-ED-DIFERENCIA
              DISPLAY 'LE LLEVA ' WS-ED-DIFERENCIA
                      ' DE VENTAJA A ' WS-SIG-NOMBRE-APELLIDO
           END-IF.

           DISPLAY WS-LIS-SEPARADOR.
      *----------------------------------------------------------------*
      * LISTA LOS ACUMULADOS MES A MES DEL VENDEDOR (EMPMES.DAT, LOS
      * MANTIENE CL11EJ01) Y CIERRA CON SU MEJOR Y SU PEOR MES POR
      * IMPORTE. SOLO LECTURA, SE ABRE Y CIERRA POR CONSULTA. SE LEE
      * DOS VECES: LA PRIMERA BUSCA EL MEJOR Y EL PEOR MES Y LA
      * SEGUNDA LISTA CADA MES YA MARCADO EN SU PROPIA LINEA.
      *----------------------------------------------------------------*
       2500-MOSTRAR-EVOLUCION.

           MOVE 0                            TO WS-EVO-CANT-MESES.
           MOVE 0                            TO WS-EVO-MEJOR-PERIODO.
           MOVE 0                            TO WS-EVO-PEOR-PERIODO.

           OPEN INPUT EMPLEADOS-MENSUAL.

                    DISPLAY 'ERROR AL ABRIR EMPMES.DAT. FILE '
                            'STATUS: ' FS-EMPMES
               WHEN OTHER
                    PERFORM 2505-POSICIONAR-MESES
                       THRU 2505-POSICIONAR-MESES-FIN
                    PERFORM 2510-LEER-UN-MES
                       THRU 2510-LEER-UN-MES-FIN
                      UNTIL WS-FIN-MENSUAL
                    IF WS-EVO-CANT-MESES = 0
                       DISPLAY 'EL VENDEDOR NO TIENE ACUMULADOS '
                               'MENSUALES'
                    ELSE
                       PERFORM 2505-POSICIONAR-MESES
                          THRU 2505-POSICIONAR-MESES-FIN
                       PERFORM 2520-MOSTRAR-UN-MES
                          THRU 2520-MOSTRAR-UN-MES-FIN
                         UNTIL WS-FIN-MENSUAL
                       PERFORM 2530-MOSTRAR-RESUMEN-EVO
                          THRU 2530-MOSTRAR-RESUMEN-EVO-FIN
                    END-IF

       2500-MOSTRAR-EVOLUCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UBICA EL PRIMER MES DEL VENDEDOR HALLADO EN EMPMES.DAT.
      *----------------------------------------------------------------*
       2505-POSICIONAR-MESES.

           MOVE 'N'                          TO WS-SW-FIN-MENSUAL.
           MOVE WS-HAL-ID-EMPLEADO           TO EMM-ID-EMPLEADO.
           MOVE 0                            TO EMM-PERIODO.

           START EMPLEADOS-MENSUAL
              KEY IS NOT LESS THAN EMM-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-MENSUAL
           END-START.

       2505-POSICIONAR-MESES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-LEER-UN-MES.

           EVALUATE TRUE
               WHEN FS-EMPMES NOT = '00' AND FS-EMPMES NOT = '02'
                    MOVE 'S'                 TO WS-SW-FIN-MENSUAL
               WHEN EMM-ID-EMPLEADO NOT = WS-HAL-ID-EMPLEADO
                    MOVE 'S'                 TO WS-SW-FIN-MENSUAL
               WHEN OTHER
                    ADD 1                    TO WS-EVO-CANT-MESES
                    IF WS-EVO-CANT-MESES = 1
                       OR EMM-IMPORTE > WS-EVO-MEJOR-IMPORTE
                       MOVE EMM-IMPORTE      TO WS-EVO-MEJOR-IMPORTE
       2510-LEER-UN-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA UN MES DEL VENDEDOR, MARCANDO EL MEJOR Y EL PEOR. CON UN
      * SOLO MES (MEJOR Y PEOR A LA VEZ) SE MARCA COMO MEJOR.
      *----------------------------------------------------------------*
       2520-MOSTRAR-UN-MES.

           READ EMPLEADOS-MENSUAL NEXT RECORD.

           EVALUATE TRUE
               WHEN FS-EMPMES NOT = '00' AND FS-EMPMES NOT = '02'
                    MOVE 'S'                 TO WS-SW-FIN-MENSUAL
               WHEN EMM-ID-EMPLEADO NOT = WS-HAL-ID-EMPLEADO
                    MOVE 'S'                 TO WS-SW-FIN-MENSUAL
               WHEN OTHER
                    PERFORM 2525-LISTAR-UN-MES
                       THRU 2525-LISTAR-UN-MES-FIN
           END-EVALUATE.

       2520-MOSTRAR-UN-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2525-LISTAR-UN-MES.

           MOVE EMM-PERIODO                  TO WS-PED-PERIODO.
           PERFORM 2540-EDITAR-PERIODO
              THRU 2540-EDITAR-PERIODO-FIN.
           MOVE WS-PED-TEXTO                 TO WS-LIS-ME-PERIODO.
           MOVE EMM-IMPORTE                  TO WS-LIS-ME-IMPORTE.
           MOVE EMM-CANT-VENTAS              TO WS-LIS-ME-VENTAS.

           EVALUATE TRUE
               WHEN EMM-PERIODO = WS-EVO-MEJOR-PERIODO
                    MOVE '<< MEJOR'          TO WS-LIS-ME-MARCA
               WHEN EMM-PERIODO = WS-EVO-PEOR-PERIODO
                    MOVE '<< PEOR'           TO WS-LIS-ME-MARCA
               WHEN OTHER
                    MOVE SPACES              TO WS-LIS-ME-MARCA

           DISPLAY WS-LIS-MES.

       2525-LISTAR-UN-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2530-MOSTRAR-RESUMEN-EVO.
       2540-EDITAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ORDENA EMPLEADO.DAT POR IMPORTE DESCENDENTE (A IGUAL IMPORTE,
      * POR LEGAJO) Y LO RECORRE BUSCANDO LO CONSULTADO. ENTRAN TODOS
      * LOS EMPLEADOS DEL ARCHIVO.
      *----------------------------------------------------------------*
       2600-RECORRER-RANKING.

           MOVE 0                            TO WS-POS-HALLADA.
           MOVE 0                            TO WS-CANT-HALLADAS.

           SORT ORDEN-RANKING
              ON DESCENDING KEY RNK-IMPORTE-TOTAL
                 ASCENDING KEY RNK-ID-EMPLEADO
              INPUT PROCEDURE IS 2610-CARGAR-RANKING
                            THRU 2610-CARGAR-RANKING-FIN
              OUTPUT PROCEDURE IS 2620-BUSCAR-EN-RANKING
                             THRU 2620-BUSCAR-EN-RANKING-FIN.

       2600-RECORRER-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-CARGAR-RANKING.

           OPEN INPUT EMPLEADOS-TOTALES.

           IF NOT FS-EMPLEADOS-OK
              DISPLAY 'NO SE PUEDE ABRIR EMPLEADO.DAT. FILE STATUS: '
                      FS-EMPLEADOS
           ELSE
              PERFORM 2615-LIBERAR-EMPLEADO
                 THRU 2615-LIBERAR-EMPLEADO-FIN
                UNTIL FS-EMPLEADOS NOT = '00'
              CLOSE EMPLEADOS-TOTALES
           END-IF.

       2610-CARGAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2615-LIBERAR-EMPLEADO.

           READ EMPLEADOS-TOTALES NEXT RECORD.

           IF FS-EMPLEADOS = '00'
              MOVE EMP-ID-EMPLEADO           TO RNK-ID-EMPLEADO
              MOVE EMP-NOMBRE-APELLIDO       TO RNK-NOMBRE-APELLIDO
              MOVE EMP-IMPORTE-TOTAL         TO RNK-IMPORTE-TOTAL
              MOVE EMP-CANT-VENTAS-TOTAL     TO RNK-CANT-VENTAS
              RELEASE REG-ORDEN-RANKING
           END-IF.

       2615-LIBERAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRE EL RANKING ORDENADO. LA CANTIDAD DE VENDEDORES SE
      * ACTUALIZA CON LA DE ESTA CONSULTA.
      *----------------------------------------------------------------*
       2620-BUSCAR-EN-RANKING.

           MOVE 0                            TO WS-POS-ACTUAL.
           MOVE 'N'                          TO WS-SW-FALTA-SIGUIENTE.
           MOVE 'N'                          TO WS-SW-SORT-EOF.
           INITIALIZE WS-RANK-ANTERIOR.

           PERFORM 2625-RETORNAR-RANKING
              THRU 2625-RETORNAR-RANKING-FIN.

           PERFORM 2630-EXAMINAR-POSICION
              THRU 2630-EXAMINAR-POSICION-FIN
             UNTIL WS-SORT-EOF.

           MOVE WS-POS-ACTUAL                TO WS-CANT-RANKING.

       2620-BUSCAR-EN-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2625-RETORNAR-RANKING.

           RETURN ORDEN-RANKING
              AT END
                 MOVE 'S'                    TO WS-SW-SORT-EOF
           END-RETURN.

       2625-RETORNAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2630-EXAMINAR-POSICION.

           ADD 1                             TO WS-POS-ACTUAL.

           IF WS-FALTA-SIGUIENTE
              MOVE REG-ORDEN-RANKING         TO WS-RANK-SIGUIENTE
              MOVE 'N'                       TO WS-SW-FALTA-SIGUIENTE
           END-IF.

           IF WS-BUSCA-POR-ID
              IF RNK-ID-EMPLEADO = WS-ID-BUSCADO
                 PERFORM 2640-RETENER-HALLADO
                    THRU 2640-RETENER-HALLADO-FIN
              END-IF
           ELSE
              PERFORM 2310-COMPARAR-UN-NOMBRE
                 THRU 2310-COMPARAR-UN-NOMBRE-FIN
           END-IF.

           MOVE REG-ORDEN-RANKING            TO WS-RANK-ANTERIOR.

           PERFORM 2625-RETORNAR-RANKING
              THRU 2625-RETORNAR-RANKING-FIN.

       2630-EXAMINAR-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RETIENE EL VENDEDOR HALLADO, EL DEL PUESTO ANTERIOR Y PIDE EL
      * DEL PUESTO SIGUIENTE.
      *----------------------------------------------------------------*
       2640-RETENER-HALLADO.

           MOVE WS-POS-ACTUAL                TO WS-POS-HALLADA.
           MOVE REG-ORDEN-RANKING            TO WS-RANK-HALLADO.
           MOVE WS-RANK-ANTERIOR             TO WS-RANK-PREVIO.
           MOVE 'S'                          TO WS-SW-FALTA-SIGUIENTE.

       2640-RETENER-HALLADO-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11CO01.
