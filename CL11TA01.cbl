      *                    con CL11EJ01 y los demas actualizadores,
      *                    con deteccion de trabas viejas y
      *                    constancia en CL11EJ01.LOG.
      *   15/10/2026 GR - Un TARIFAS.TXT con mas tramos que la tabla
      *                    (100) ya no se carga a medias: el programa
      *                    termina con RC 12 y constancia en
      *                    CL11EJ01.LOG, sin ofrecer el menu, para no
      *                    regrabar la tabla sin los tramos sobrantes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11TA01.
             88 WS-ALTA-INVALIDA                 VALUE 'N'.
          05 WS-SW-BASE-HALLADA              PIC X(01) VALUE 'N'.
             88 WS-BASE-HALLADA                  VALUE 'S'.
          05 WS-SW-ABORT-TOPE                PIC X(01) VALUE 'N'.
             88 WS-ABORT-TOPE                    VALUE 'S'.

      *----------------------------------------------------------------*
      * COPIA EN MEMORIA DE LA TABLA DE TARIFAS.
           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           IF WS-ABORT-TOPE
              MOVE 12                       TO RETURN-CODE
           END-IF.

           STOP RUN.
      *----------------------------------------------------------------*
      * CARGA LA TABLA DE TARIFAS EN MEMORIA. SI EL ARCHIVO TODAVIA
                    PERFORM 1100-LEER-UNA-TARIFA
                       THRU 1100-LEER-UNA-TARIFA-FIN
                      UNTIL FS-TARIFAS-EOF
                         OR WS-ABORT-TOPE
                    CLOSE TARIFAS
                    IF NOT WS-ABORT-TOPE
                       DISPLAY 'TARIFAS CARGADAS: ' WS-CANT-TARIFAS
                    END-IF
           END-EVALUATE
           END-IF.

                            TO WS-TAR-VIG-HASTA (WS-CANT-TARIFAS)
                 END-IF
              ELSE
                 PERFORM 1190-ABORTAR-POR-TOPE
                    THRU 1190-ABORTAR-POR-TOPE-FIN
              END-IF
              END-IF
           END-IF.
       1100-LEER-UNA-TARIFA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TOPE SUPERADO NO SE SALTEA: CARGAR LA TABLA A MEDIAS Y
      * DESPUES GRABARLA PERDERIA LOS TRAMOS SOBRANTES. SE TERMINA
      * CON RC 12 Y QUEDA CONSTANCIA EN CL11EJ01.LOG.
      *----------------------------------------------------------------*
       1190-ABORTAR-POR-TOPE.

           DISPLAY 'TARIFAS.TXT SUPERA LOS 100 TRAMOS DE LA TABLA: '
                   'SE CANCELA EL MANTENIMIENTO'.
           MOVE 'S'                          TO WS-SW-ABORT-TOPE.
           MOVE 'S'                          TO WS-SW-FIN-MENU.

           MOVE 'ABORTADO: TARIFAS.TXT SUPERA LOS 100 TRAMOS'
                                             TO WS-LGT-TEXTO.
           PERFORM 0590-GRABAR-LOG-TRABA
              THRU 0590-GRABAR-LOG-TRABA-FIN.

       1190-ABORTAR-POR-TOPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MUESTRA EL MENU PRINCIPAL Y DERIVA A LA OPERACION ELEGIDA.
      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.
