      *                    el corte nocturno u otro mantenimiento,
      *                    con deteccion de trabas viejas de corridas
      *                    muertas y constancia en CL11EJ01.LOG.
      *   15/10/2026 GR - El ranking se ordena con SORT desde el
      *                    historico EMPHIST.DAT: ya no hay tope de 500
      *                    vendedores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11CA01.
               ASSIGN TO 'CL11LOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABA.

           SELECT ORDEN-RANKING
               ASSIGN TO 'CL11CA01.SRK'.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FD CIERRE.
       01 REG-CIERRE                        PIC X(132).

      *----------------------------------------------------------------*
      * RANKING DEL ANIO: EMPHIST.DAT ORDENADO POR IMPORTE DESCENDENTE.
      *----------------------------------------------------------------*
       SD ORDEN-RANKING.
       01 REG-ORDEN-RANKING.
          05 RNK-IMPORTE-TOTAL              PIC S9(10)V9(2).
          05 RNK-ID-EMPLEADO                PIC 9(05).
          05 RNK-NOMBRE-APELLIDO            PIC X(40).
          05 RNK-CANT-VENTAS                PIC 9(07).

       FD AUDITORIA.
       01 REG-AUDITORIA                     PIC X(150).

             88 WS-FIN-MENSUAL                   VALUE 'S'.
          05 WS-SW-QUEDAN-PARC-MES           PIC X(01) VALUE 'S'.
             88 WS-QUEDAN-PARC-MES               VALUE 'S'.
          05 WS-SW-SORT-EOF                  PIC X(01) VALUE 'N'.
             88 WS-SORT-EOF                      VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-FUNCION-PARM                 PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------*
      * RANKING DEL ANIO, MISMO ESQUEMA QUE EL DE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-CANT-RANKING                    PIC 9(05) VALUE 0.
       01 WS-POS-RANKING                     PIC 9(05) VALUE 0.

       01 WS-CONT-ARCHIVADOS                 PIC 9(05) VALUE 0.
       01 WS-CONT-ARCHIVADOS-MES             PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
                  VALUE 'RANKING DEFINITIVO DEL ANIO '.
             10 WS-LIS-T-ANIO               PIC 9(04).
          05 WS-LIS-RANKING.
             10 WS-LIS-R-POS                PIC ZZZZ9.
             10 FILLER                      PIC X(03) VALUE ' - '.
             10 WS-LIS-R-ID                 PIC ZZZZ9.
             10 FILLER                      PIC X(02) VALUE '- '.
          05 WS-LOG-ANIO                     PIC 9(04).
          05 FILLER                          PIC X(13)
                                             VALUE ' | EMPLEADOS '.
          05 WS-LOG-CANTIDAD                 PIC ZZ.ZZ9.

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA                    PIC 9(08).
                  WHEN WS-HUBO-ERROR-ARCHIVO
                       PERFORM 2400-DESHACER-ARCHIVO
                          THRU 2400-DESHACER-ARCHIVO-FIN
                  WHEN WS-CONT-ARCHIVADOS = 0
                       DISPLAY 'EMPLEADO.DAT SIN DATOS: NO HAY NADA '
                               'QUE CERRAR PARA EL ANIO ' WS-ANIO
                  WHEN OTHER
                       PERFORM 2600-ORDENAR-RANKING
                          THRU 2600-ORDENAR-RANKING-FIN
                       IF WS-HUBO-ERROR-ARCHIVO
      * SIN LISTADO DEFINITIVO NO HAY CIERRE: SE REVIERTE EL
      * ARCHIVO DEL ANIO Y SE PUEDE REINTENTAR.
       2100-VERIFICAR-ANIO-CERRADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRE EMPLEADO.DAT Y GRABA CADA VENDEDOR EN EL HISTORICO
      * DEL ANIO. EL RANKING SE ARMA DESPUES DESDE EL HISTORICO.
      *----------------------------------------------------------------*
       2200-ARCHIVAR-EMPLEADOS.

           MOVE 0                            TO WS-CONT-ARCHIVADOS.

           OPEN INPUT EMPLEADOS-TOTALES.
                 NOT INVALID KEY
                    ADD 1                   TO WS-CONT-ARCHIVADOS
              END-WRITE
           END-IF.

       2210-ARCHIVAR-UN-EMPLEADO-FIN.
       2410-BORRAR-UN-PARCIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONSULTA DE UN ANIO ARCHIVADO: REIMPRIME EL RANKING DESDE EL
      * HISTORICO.
      *----------------------------------------------------------------*
       2500-CONSULTAR-ANIO.

           PERFORM 2600-ORDENAR-RANKING
              THRU 2600-ORDENAR-RANKING-FIN.

       2500-CONSULTAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ORDENA LOS REGISTROS DEL ANIO EN EL HISTORICO POR IMPORTE
      * DESCENDENTE (A IGUAL IMPORTE, POR LEGAJO), IGUAL QUE EN
      * CL11EJ01, Y LOS IMPRIME. ENTRAN TODOS LOS EMPLEADOS DEL ANIO.
      *----------------------------------------------------------------*
       2600-ORDENAR-RANKING.

           MOVE 0                            TO WS-CANT-RANKING.

           SORT ORDEN-RANKING
              ON DESCENDING KEY RNK-IMPORTE-TOTAL
                 ASCENDING KEY RNK-ID-EMPLEADO
              INPUT PROCEDURE IS 2610-CARGAR-RANKING
                            THRU 2610-CARGAR-RANKING-FIN
              OUTPUT PROCEDURE IS 2700-IMPRIMIR-RANKING
                             THRU 2700-IMPRIMIR-RANKING-FIN.

       2600-ORDENAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-CARGAR-RANKING.

           MOVE WS-ANIO                      TO EMH-ANIO.
           MOVE 0                            TO EMH-ID-EMPLEADO.

              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 2620-LIBERAR-ARCHIVADO
                    THRU 2620-LIBERAR-ARCHIVADO-FIN
                   UNTIL FS-HISTORIA NOT = '00'
                      AND FS-HISTORIA NOT = '02'
           END-START.

       2610-CARGAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-LIBERAR-ARCHIVADO.

           READ EMPLEADOS-HISTORIA NEXT RECORD.

                    CONTINUE
               WHEN EMH-ANIO NOT = WS-ANIO
                    MOVE '10'                TO FS-HISTORIA
               WHEN OTHER
                    ADD 1                    TO WS-CANT-RANKING
                    MOVE EMH-ID-EMPLEADO     TO RNK-ID-EMPLEADO
                    MOVE EMH-NOMBRE-APELLIDO TO RNK-NOMBRE-APELLIDO
                    MOVE EMH-IMPORTE-TOTAL   TO RNK-IMPORTE-TOTAL
                    MOVE EMH-CANT-VENTAS-TOTAL
                                             TO RNK-CANT-VENTAS
                    RELEASE REG-ORDEN-RANKING
           END-EVALUATE.

       2620-LIBERAR-ARCHIVADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL LISTADO SE ABRE RECIEN CUANDO HAY RANKING PARA IMPRIMIR.
      *----------------------------------------------------------------*
       2700-IMPRIMIR-RANKING.

           MOVE 'N'                          TO WS-SW-LISTADO-ABIERTO.

           IF WS-CANT-RANKING = 0
              DISPLAY 'NO HAY CIERRE ARCHIVADO PARA EL ANIO ' WS-ANIO
           ELSE
              PERFORM 2705-LISTAR-RANKING
                 THRU 2705-LISTAR-RANKING-FIN
           END-IF.

       2700-IMPRIMIR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2705-LISTAR-RANKING.

           OPEN OUTPUT CIERRE.
           IF FS-CIERRE-OK
              MOVE 'S'                       TO WS-SW-LISTADO-ABIERTO
              WRITE REG-CIERRE               FROM WS-LIS-SEPARADOR
           END-IF.

           MOVE 0                            TO WS-POS-RANKING.
           MOVE 'N'                          TO WS-SW-SORT-EOF.

           PERFORM 2715-RETORNAR-RANKING
              THRU 2715-RETORNAR-RANKING-FIN.

           PERFORM 2710-IMPRIMIR-UNA-POSICION
              THRU 2710-IMPRIMIR-UNA-POSICION-FIN
             UNTIL WS-SORT-EOF.

           IF WS-LISTADO-ABIERTO
              CLOSE CIERRE
              END-IF
           END-IF.

       2705-LISTAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-IMPRIMIR-UNA-POSICION.

           ADD 1                             TO WS-POS-RANKING.
           MOVE WS-POS-RANKING               TO WS-LIS-R-POS.
           MOVE RNK-ID-EMPLEADO              TO WS-LIS-R-ID.
           MOVE RNK-NOMBRE-APELLIDO          TO WS-LIS-R-NOMBRE.
           MOVE RNK-IMPORTE-TOTAL            TO WS-LIS-R-IMPORTE.
           MOVE RNK-CANT-VENTAS              TO WS-LIS-R-VENTAS.

           DISPLAY WS-LIS-RANKING.
           IF WS-LISTADO-ABIERTO
              END-IF
           END-IF.

           PERFORM 2715-RETORNAR-RANKING
              THRU 2715-RETORNAR-RANKING-FIN.

       2710-IMPRIMIR-UNA-POSICION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2715-RETORNAR-RANKING.

           RETURN ORDEN-RANKING
              AT END
                 MOVE 'S'                    TO WS-SW-SORT-EOF
           END-RETURN.

       2715-RETORNAR-RANKING-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-BITACORA.

