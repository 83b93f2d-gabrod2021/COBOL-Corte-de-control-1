      *          DISPARAR LA CARGA DE BI NI LA LIQUIDACION CON
      *          SALIDAS DESPAREJAS.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - HISTDIA.DAT con un registro por categoria
      *                    (clave fecha+categoria): los cruces toman
      *                    solo el registro del dia.
      *   15/10/2026 GR - Si el extracto supera las 400 fechas se
      *                    aborta con RC 12 y constancia en
      *                    CL11EJ01.LOG en vez de ignorar las fechas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11BA01.
               ASSIGN TO 'HISTDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS FS-HISTORIA.

           SELECT EMPLEADOS-TOTALES

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

       FD EMPLEADOS-TOTALES.
       01 REG-EMPLEADO-TOTAL.
             88 WS-HISTORIA-DISPONIBLE           VALUE 'S'.
          05 WS-SW-CORRIDA-REPROCESO         PIC X(01) VALUE 'N'.
             88 WS-CORRIDA-REPROCESO             VALUE 'S'.
          05 WS-SW-ABORT-TOPE                PIC X(01) VALUE 'N'.
             88 WS-ABORT-TOPE                    VALUE 'S'.

      *----------------------------------------------------------------*
      * DETECCION DE UNA CORRIDA DE REPROCESO: EN ESE CASO CL11EJ01
          05 WS-DET-VALOR-2                  PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 WS-DET-ARMADO                   PIC X(40).

      *----------------------------------------------------------------*
      * LINEA DE LA BITACORA CL11EJ01.LOG CUANDO SE SUPERA UN TOPE.
      *----------------------------------------------------------------*
       01 WS-FECHA-HOY.
          05 WS-FHY-ANIO                     PIC 9(04).
          05 WS-FHY-MES                      PIC 9(02).
          05 WS-FHY-DIA                      PIC 9(02).
       01 WS-HORA-AHORA                      PIC 9(08) VALUE 0.

       01 WS-LOG-ABORTO.
          05 FILLER                          PIC X(08) VALUE 'CL11BA01'.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGA-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-TEXTO                    PIC X(80).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2000-ANALIZAR-EXTRACTO
                 THRU 2000-ANALIZAR-EXTRACTO-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2200-ANALIZAR-REPORTE
                 THRU 2200-ANALIZAR-REPORTE-FIN
              PERFORM 2300-ANALIZAR-BITACORA

           PERFORM 2010-LEER-UNA-LINEA-EXT
              THRU 2010-LEER-UNA-LINEA-EXT-FIN
             UNTIL FS-EXTRACTO-EOF
                OR WS-ABORT-TOPE.

           CLOSE EXTRACTO.

                    MOVE WS-VF-ANIO          TO WS-ANIO-MAXIMO
                 END-IF
              ELSE
                 MOVE 'EL EXTRACTO SUPERA LAS 400 FECHAS'
                                             TO WS-LGA-TEXTO
                 PERFORM 2990-ABORTAR-POR-TOPE
                    THRU 2990-ABORTAR-POR-TOPE-FIN
              END-IF
           END-IF.

       2575-CRUZAR-UNA-FECHA.

           MOVE WS-FEC-CLAVE (WS-SUB-FECHA)  TO HIS-FECHA-CLAVE.
           MOVE SPACES                       TO HIS-CATEGORIA.

           READ HISTORIA-DIARIA
              KEY IS HIS-CLAVE
              INVALID KEY
                 ADD 1                       TO WS-CONT-FECHAS-MAL
                 DISPLAY 'FECHA DEL EXTRACTO SIN CORTE EN EL '
           MOVE 0                            TO WS-TOT-HISTORIA-ANIO.
           MOVE 'N'                          TO WS-SW-FIN-HISTORIA.
           MOVE WS-CLAVE-ANIO-DESDE          TO HIS-FECHA-CLAVE.
           MOVE LOW-VALUES                   TO HIS-CATEGORIA.

           START HISTORIA-DIARIA
              KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-HISTORIA
              NOT INVALID KEY

       2582-SUMAR-HISTORIA-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO SE SUMA EL REGISTRO DEL DIA: LOS DE CATEGORIA SON SU
      * APERTURA.
      *----------------------------------------------------------------*
       2584-SUMAR-UN-DIA.

                    MOVE 'S'                 TO WS-SW-FIN-HISTORIA
               WHEN HIS-FECHA-CLAVE > WS-CLAVE-ANIO-HASTA
                    MOVE 'S'                 TO WS-SW-FIN-HISTORIA
               WHEN HIS-ES-TOTAL-DIA
                    ADD HIS-IMPORTE          TO WS-TOT-HISTORIA-ANIO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2584-SUMAR-UN-DIA-FIN.
       2660-CONVERTIR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TOPE SUPERADO NO SE SALTEA: LA CERTIFICACION TERMINA CON
      * RC 12 Y QUEDA CONSTANCIA EN CL11EJ01.LOG. EL MOTIVO LLEGA EN
      * WS-LGA-TEXTO.
      *----------------------------------------------------------------*
       2990-ABORTAR-POR-TOPE.

           DISPLAY WS-LGA-TEXTO.
           MOVE 'S'                          TO WS-SW-ABORT-TOPE.
           MOVE 'S'                          TO WS-SW-ERROR-ARCHIVO.

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
      * CIERRA EL CERTIFICADO CON EL RESUMEN Y FIJA EL CODIGO DE
      * RETORNO PARA EL PLANIFICADOR.
      *----------------------------------------------------------------*
           END-IF.

           EVALUATE TRUE
               WHEN WS-ABORT-TOPE
                    MOVE 12                  TO WS-CODIGO-RETORNO
                    DISPLAY 'CERTIFICACION ABORTADA POR TOPE DE '
                            'TABLA'
               WHEN WS-HUBO-ERROR-ARCHIVO
                    MOVE 12                  TO WS-CODIGO-RETORNO
                    DISPLAY 'CERTIFICACION ABORTADA POR ERRORES DE '
