      *          SUCURSAL.DAT (CL11SU01); UN CODIGO SIN ALTA EN EL
      *          MAESTRO SE LISTA IGUAL, MARCADO. SALIDA: CONSOLID.TXT.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - Superar la tabla de cortes (2000) o la de
      *                    sucursales (100) aborta el reporte con RC 12
      *                    y constancia en CL11EJ01.LOG, en lugar de
      *                    ignorar cortes y sacar totales incompletos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11SC01.
               ASSIGN TO 'CONSOLID.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSOLIDADO.

           SELECT AUDITORIA
               ASSIGN TO 'CL11EJ01.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FD CONSOLIDADO.
       01 REG-CONSOLIDADO                   PIC X(132).

       FD AUDITORIA.
       01 REG-AUDITORIA                     PIC X(150).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-SUCURSALES-NFD                VALUE '35'.
          05 FS-CONSOLIDADO                  PIC X(2).
             88 FS-CONSOLIDADO-OK                VALUE '00'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-FIN-HISTORICO                 VALUE 'S'.
          05 WS-SW-SUC-HALLADA               PIC X(01) VALUE 'N'.
             88 WS-SUC-HALLADA                   VALUE 'S'.
          05 WS-SW-ABORT-TOPE                PIC X(01) VALUE 'N'.
             88 WS-ABORT-TOPE                    VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-PERIODO-PARM                 PIC X(07) VALUE SPACES.

       01 WS-NOMBRE-SUCURSAL                 PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * LINEA DE LA BITACORA CL11EJ01.LOG CUANDO SE SUPERA UN TOPE.
      *----------------------------------------------------------------*
       01 WS-FECHA-HOY.
          05 WS-FHY-ANIO                     PIC 9(04).
          05 WS-FHY-MES                      PIC 9(02).
          05 WS-FHY-DIA                      PIC 9(02).
       01 WS-HORA-AHORA                      PIC 9(08) VALUE 0.

       01 WS-LOG-ABORTO.
          05 FILLER                          PIC X(08) VALUE 'CL11SC01'.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGA-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-TEXTO                    PIC X(80).

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(90) VALUE ALL '-'.
          05 WS-LIS-TITULO.
           IF WS-PARAMETRO-OK
              PERFORM 1500-CARGAR-CORTES
                 THRU 1500-CARGAR-CORTES-FIN
              IF NOT WS-ABORT-TOPE
                 PERFORM 2000-RECORRER-PERIODO
                    THRU 2000-RECORRER-PERIODO-FIN
              END-IF
              IF NOT WS-ABORT-TOPE
                 PERFORM 2800-TOTALES-POR-SUCURSAL
                    THRU 2800-TOTALES-POR-SUCURSAL-FIN
              END-IF
              PERFORM 3000-FINALIZAR-PROGRAMA
                 THRU 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           IF WS-ABORT-TOPE
              MOVE 12                       TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
      * UNICO PARAMETRO: PERIODO MM/AAAA (OBLIGATORIO), MISMO FORMATO
                    MOVE HSU-CANT-DEVOL
                          TO WS-CTE-CANT-DEVOL (WS-CANT-CORTES)
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-FIN-HISTORICO
                    MOVE 'EL PERIODO SUPERA LOS 2000 CORTES'
                                             TO WS-LGA-TEXTO
                    PERFORM 2990-ABORTAR-POR-TOPE
                       THRU 2990-ABORTAR-POR-TOPE-FIN
           END-EVALUATE.

       1510-CARGAR-UN-CORTE-FIN.
           PERFORM 2100-PROCESAR-UN-DIA
              THRU 2100-PROCESAR-UN-DIA-FIN
             VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > 31
                  OR WS-ABORT-TOPE.

       2000-RECORRER-PERIODO-FIN.
           EXIT.
                 THRU 2200-LISTAR-UN-CORTE-FIN
                VARYING WS-SUB-CORTE FROM 1 BY 1
                  UNTIL WS-SUB-CORTE > WS-CANT-CORTES
                     OR WS-ABORT-TOPE
              MOVE WS-TOT-DIA                TO WS-LIS-TD-IMPORTE
              DISPLAY WS-LIS-TOTAL-DIA
              WRITE REG-CONSOLIDADO          FROM WS-LIS-TOTAL-DIA
              MOVE WS-CTE-CANT-VENTAS (WS-SUB-CORTE)
                          TO WS-SUC-CANT-ACUM (WS-CANT-SUCURSALES)
           ELSE
              MOVE 'EL PERIODO SUPERA LAS 100 SUCURSALES'
                                             TO WS-LGA-TEXTO
              PERFORM 2990-ABORTAR-POR-TOPE
                 THRU 2990-ABORTAR-POR-TOPE-FIN
           END-IF.

       2410-AGREGAR-SUCURSAL-FIN.

       2820-BUSCAR-NOMBRE-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TOPE SUPERADO NO SE SALTEA: EL REPORTE TERMINA CON RC 12,
      * CONSOLID.TXT QUEDA MARCADO COMO ABORTADO Y QUEDA CONSTANCIA EN
      * CL11EJ01.LOG. EL MOTIVO LLEGA EN WS-LGA-TEXTO.
      *----------------------------------------------------------------*
       2990-ABORTAR-POR-TOPE.

           DISPLAY 'SE ABORTA EL CONSOLIDADO: ' WS-LGA-TEXTO.
           MOVE 'S'                          TO WS-SW-ABORT-TOPE.

           MOVE 'CONSOLIDADO ABORTADO POR TOPE, TOTALES NO VALIDOS'
                                             TO REG-CONSOLIDADO.
           WRITE REG-CONSOLIDADO.

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

