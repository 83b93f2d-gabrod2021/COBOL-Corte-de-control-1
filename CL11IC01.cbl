      *          LIMPIO, 4 SI QUEDARON DIAS SIN CUENTA PARA ALGUNA
      *          CATEGORIA, 12 ERRORES DE ARCHIVOS.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - Estado del periodo contable (PERIODOS.DAT):
      *                    una corrida sana que provisiona el periodo
      *                    de LIQUIDA.DAT (o lo encuentra ya enviado,
      *                    o sin comisiones) lo deja INTERFACEADO,
      *                    que es lo que permite cerrarlo con
      *                    CL11PE01.
      *   15/10/2026 GR - HISTDIA.DAT con un registro por categoria
      *                    (clave fecha+categoria): el asiento del dia
      *                    lee las categorias del dia del historico.
      *   15/10/2026 GR - Superar la tabla de cuentas (100) o la de
      *                    marcas de la corrida (500) aborta con RC 12
      *                    y deja constancia en CL11EJ01.LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11IC01.
               ASSIGN TO 'HISTDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS FS-HISTORIA.

           SELECT LIQUIDACION
               RECORD KEY IS INT-CLAVE
               FILE STATUS IS FS-INTERFAZ.

           SELECT PERIODOS
               ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODOS.

           SELECT ASIENTOS
               ASSIGN TO 'ASIENTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIENTOS.

           SELECT AUDITORIA
               ASSIGN TO 'CL11EJ01.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.


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

       FD LIQUIDACION.
       01 REG-LIQUIDACION                   PIC X(90).
          05 INT-ASIENTO                    PIC 9(06).
          05 INT-FECHA-ENVIO                PIC 9(08).

      *----------------------------------------------------------------*
      * ESTADO DEL PERIODO AAAAMM (LO MANTIENE CL11PE01). LA INTERFAZ
      * SOLO LO AVANZA A INTERFACEADO.
      *----------------------------------------------------------------*
       FD PERIODOS.
       01 REG-PERIODO.
          05 PER-PERIODO                    PIC 9(06).
          05 PER-ESTADO                     PIC X(01).
             88 PER-ABIERTO                     VALUE 'A'.
             88 PER-LIQUIDADO                   VALUE 'L'.
             88 PER-INTERFACEADO                VALUE 'I'.
             88 PER-CERRADO                     VALUE 'C'.
          05 PER-MARCA-REAPERTURA           PIC X(01).
             88 PER-REABIERTO                   VALUE 'S'.
          05 PER-FECHA-APERTURA             PIC 9(08).
          05 PER-FECHA-LIQUIDACION          PIC 9(08).
          05 PER-FECHA-INTERFAZ             PIC 9(08).
          05 PER-FECHA-CIERRE               PIC 9(08).
          05 PER-CANT-REAPERTURAS           PIC 9(03).
          05 PER-FECHA-REAPERTURA           PIC 9(08).
          05 PER-OPERADOR-REAPERTURA        PIC X(08).
          05 PER-MOTIVO-REAPERTURA          PIC X(40).
          05 PER-ULTIMO-PROGRAMA            PIC X(08).

       FD ASIENTOS.
       01 REG-ASIENTO                       PIC X(95).

       FD AUDITORIA.
       01 REG-AUDITORIA                     PIC X(150).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
             88 FS-INTERFAZ-NFD                  VALUE '35'.
          05 FS-ASIENTOS                     PIC X(2).
             88 FS-ASIENTOS-OK                   VALUE '00'.
          05 FS-PERIODOS                     PIC X(2).
             88 FS-PERIODOS-OK                   VALUE '00'.
             88 FS-PERIODOS-NFD                  VALUE '35'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-ERROR-ARCHIVO             PIC X(01) VALUE 'N'.
             88 WS-LIQ-HAY-PERIODO               VALUE 'S'.
          05 WS-SW-LIQ-HAY-TRAILER           PIC X(01) VALUE 'N'.
             88 WS-LIQ-HAY-TRAILER               VALUE 'S'.
          05 WS-SW-PERIODO-EN-CONTABILIDAD   PIC X(01) VALUE 'N'.
             88 WS-PERIODO-EN-CONTABILIDAD       VALUE 'S'.
          05 WS-SW-FIN-CATEGORIAS            PIC X(01) VALUE 'N'.
             88 WS-FIN-CATEGORIAS                VALUE 'S'.
          05 WS-SW-ABORT-TOPE                PIC X(01) VALUE 'N'.
             88 WS-ABORT-TOPE                    VALUE 'S'.

      *----------------------------------------------------------------*
      * TABLA DE EQUIVALENCIAS CATEGORIA -> CUENTA CONTABLE Y LAS
          05 WS-CONT-DIAS-SIN-CUENTA         PIC 9(04) VALUE 0.
          05 WS-CONT-PERIODOS-ENVIADOS      PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * DIA DEL HISTORICO QUE SE ESTA INTERFACEANDO: EL REGISTRO DEL
      * AREA SE PISA AL LEER SUS CATEGORIAS.
      *----------------------------------------------------------------*
       01 WS-DIA-HISTORIA.
          05 WS-DHI-FECHA-CLAVE              PIC 9(08) VALUE 0.
          05 WS-DHI-FECHA                    PIC X(10) VALUE SPACES.
          05 WS-DHI-IMPORTE                  PIC S9(8)V9(2) VALUE 0.

      *----------------------------------------------------------------*
      * DATOS DEL PERIODO LIQUIDADO, TOMADOS DE LIQUIDA.DAT.
      *----------------------------------------------------------------*
       01 WS-LIQUIDACION-LEIDA.
          05 WS-LIQ-PERIODO                  PIC X(07) VALUE SPACES.
          05 WS-LIQ-PERIODO-R REDEFINES WS-LIQ-PERIODO.
             10 WS-LIQ-PER-MES               PIC 9(02).
             10 FILLER                       PIC X(01).
             10 WS-LIQ-PER-ANIO              PIC 9(04).
          05 WS-LIQ-PERIODO-CLAVE            PIC 9(06) VALUE 0.
          05 WS-LIQ-COMISION                 PIC 9(10)V9(2) VALUE 0.
          05 WS-COM-ENTERO                   PIC 9(10) VALUE 0.
          05 WS-COM-DECIMAL                  PIC 9(02) VALUE 0.

       01 WS-LIS-SEPARADOR                  PIC X(60) VALUE ALL '-'.

      *----------------------------------------------------------------*
      * LINEA DE LA BITACORA CL11EJ01.LOG CUANDO SE SUPERA UN TOPE.
      *----------------------------------------------------------------*
       01 WS-HORA-AHORA                      PIC 9(08) VALUE 0.

       01 WS-LOG-ABORTO.
          05 FILLER                          PIC X(08) VALUE 'CL11IC01'.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGA-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-TEXTO                    PIC X(80).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

                 THRU 2800-CERRAR-ASIENTOS-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO AND WS-PERIODO-EN-CONTABILIDAD
              PERFORM 2850-MARCAR-PERIODO-INTERFACEADO
                 THRU 2850-MARCAR-PERIODO-INTERFACEADO-FIN
           END-IF.

      * UNA CORRIDA QUE NO TERMINO SANA REVIERTE SUS PROPIAS MARCAS
      * DE YA INTERFACEADO: ASIENTOS.DAT SE DESCARTA Y SE REGENERA
      * DE CERO, ASI QUE UNA MARCA SOBREVIVIENTE DEJARIA SU DIA SIN
              PERFORM 1210-LEER-UNA-CUENTA
                 THRU 1210-LEER-UNA-CUENTA-FIN
                UNTIL FS-CUENTAS-EOF
                   OR WS-ABORT-TOPE
              CLOSE CUENTAS
              IF WS-CTA-CONTRAPARTIDA = SPACES
                 OR WS-CTA-COMISIONES = SPACES
                          MOVE CTA-CUENTA
                               TO WS-CTA-CUENTA (WS-CANT-CUENTAS)
                       ELSE
                          MOVE 'CUENTAS.TXT SUPERA LAS 100 CUENTAS'
                                            TO WS-LGA-TEXTO
                          PERFORM 2990-ABORTAR-POR-TOPE
                             THRU 2990-ABORTAR-POR-TOPE-FIN
                       END-IF
              END-EVALUATE
           END-IF.
       2000-INTERFACEAR-DIAS.

           MOVE 0                            TO HIS-FECHA-CLAVE.
           MOVE LOW-VALUES                   TO HIS-CATEGORIA.

           START HISTORIA-DIARIA
              KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-HISTORIA
              NOT INVALID KEY

       2000-INTERFACEAR-DIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CADA DIA ES SU REGISTRO DE TOTAL SEGUIDO DE LOS DE SUS
      * CATEGORIAS; EL RECORRIDO SOLO SE DETIENE EN LOS DE TOTAL.
      *----------------------------------------------------------------*
       2100-PROCESAR-UN-DIA.

           EVALUATE TRUE
               WHEN FS-HISTORIA NOT = '00' AND FS-HISTORIA NOT = '02'
                    MOVE 'S'                 TO WS-SW-FIN-HISTORIA
               WHEN NOT HIS-ES-TOTAL-DIA
                    CONTINUE
               WHEN OTHER
                    MOVE SPACES              TO WS-CLAVE-ARMADA
                    MOVE 'D'                 TO WS-CLAVE-ARMADA (1:1)
      * NEGATIVOS, QUE CONTABILIDAD RECIBE CON SU SIGNO). ANTES DE
      * GRABAR NADA SE VERIFICA QUE TODAS LAS CATEGORIAS DEL DIA
      * TENGAN CUENTA: UN DIA INCOMPLETO NO SE ENVIA NI SE MARCA.
      * LAS CATEGORIAS SE LEEN DEL HISTORICO EN DOS PASADAS Y AL
      * TERMINAR SE REPOSICIONA EL RECORRIDO EN EL DIA SIGUIENTE.
      *----------------------------------------------------------------*
       2200-GENERAR-ASIENTO-DIA.

           MOVE HIS-FECHA-CLAVE              TO WS-DHI-FECHA-CLAVE.
           MOVE HIS-FECHA                    TO WS-DHI-FECHA.
           MOVE HIS-IMPORTE                  TO WS-DHI-IMPORTE.

           MOVE 'S'                          TO WS-SW-DIA-COMPLETO.

           PERFORM 2205-POSICIONAR-CATEGORIAS
              THRU 2205-POSICIONAR-CATEGORIAS-FIN.
           PERFORM 2210-VERIFICAR-UNA-CUENTA
              THRU 2210-VERIFICAR-UNA-CUENTA-FIN
             UNTIL WS-FIN-CATEGORIAS
                OR WS-DIA-INCOMPLETO.

           IF WS-DIA-INCOMPLETO
              ADD 1                          TO WS-CONT-DIAS-SIN-CUENTA
              DISPLAY 'DIA ' WS-DHI-FECHA ' SIN CUENTA PARA ALGUNA '
                      'CATEGORIA: NO SE INTERFACEA'
           ELSE
              ADD 1                          TO WS-ULTIMO-ASIENTO

              MOVE WS-ULTIMO-ASIENTO         TO WS-ASD-ASIENTO
              MOVE WS-DHI-FECHA              TO WS-ASD-FECHA
              MOVE WS-CTA-CONTRAPARTIDA      TO WS-ASD-CUENTA
              MOVE 'VENTAS DEL DIA'          TO WS-ASD-CONCEPTO
              MOVE WS-DHI-IMPORTE            TO WS-ASD-DEBE
              MOVE 0                         TO WS-ASD-HABER
              PERFORM 2300-GRABAR-PARTIDA
                 THRU 2300-GRABAR-PARTIDA-FIN
              ADD WS-DHI-IMPORTE             TO WS-SUMA-DEBE

              PERFORM 2205-POSICIONAR-CATEGORIAS
                 THRU 2205-POSICIONAR-CATEGORIAS-FIN
              PERFORM 2250-GRABAR-UNA-CATEGORIA
                 THRU 2250-GRABAR-UNA-CATEGORIA-FIN
                UNTIL WS-FIN-CATEGORIAS
                   OR WS-HUBO-ERROR-ARCHIVO

      * EL DIA SE MARCA Y SE CUENTA SOLO SI TODAS SUS PARTIDAS
      * LLEGARON SANAS AL ARCHIVO DE ASIENTOS.
              END-IF
           END-IF.

           MOVE WS-DHI-FECHA-CLAVE           TO HIS-FECHA-CLAVE.
           MOVE HIGH-VALUES                  TO HIS-CATEGORIA.

           START HISTORIA-DIARIA
              KEY IS GREATER THAN HIS-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-HISTORIA
           END-START.

       2200-GENERAR-ASIENTO-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2205-POSICIONAR-CATEGORIAS.

           MOVE 'N'                          TO WS-SW-FIN-CATEGORIAS.
           MOVE WS-DHI-FECHA-CLAVE           TO HIS-FECHA-CLAVE.
           MOVE SPACES                       TO HIS-CATEGORIA.

           START HISTORIA-DIARIA
              KEY IS GREATER THAN HIS-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-CATEGORIAS
           END-START.

       2205-POSICIONAR-CATEGORIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2208-LEER-CATEGORIA.

           READ HISTORIA-DIARIA NEXT RECORD.

           IF (FS-HISTORIA NOT = '00' AND FS-HISTORIA NOT = '02')
              OR HIS-FECHA-CLAVE NOT = WS-DHI-FECHA-CLAVE
              MOVE 'S'                       TO WS-SW-FIN-CATEGORIAS
           END-IF.

       2208-LEER-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-VERIFICAR-UNA-CUENTA.

           PERFORM 2208-LEER-CATEGORIA
              THRU 2208-LEER-CATEGORIA-FIN.

           IF NOT WS-FIN-CATEGORIAS
              MOVE HIS-CATEGORIA             TO WS-CONCEPTO-ARMADO
              PERFORM 2220-BUSCAR-CUENTA
                 THRU 2220-BUSCAR-CUENTA-FIN
              IF NOT WS-CUENTA-HALLADA
                 MOVE 'N'                    TO WS-SW-DIA-COMPLETO
              END-IF
           END-IF.

       2210-VERIFICAR-UNA-CUENTA-FIN.
      *----------------------------------------------------------------*
       2250-GRABAR-UNA-CATEGORIA.

           PERFORM 2208-LEER-CATEGORIA
              THRU 2208-LEER-CATEGORIA-FIN.

           IF NOT WS-FIN-CATEGORIAS
              MOVE HIS-CATEGORIA             TO WS-CONCEPTO-ARMADO
              PERFORM 2220-BUSCAR-CUENTA
                 THRU 2220-BUSCAR-CUENTA-FIN
              MOVE WS-ULTIMO-ASIENTO         TO WS-ASD-ASIENTO
              MOVE WS-DHI-FECHA              TO WS-ASD-FECHA
              MOVE WS-CUENTA-USAR            TO WS-ASD-CUENTA
              MOVE HIS-CATEGORIA             TO WS-ASD-CONCEPTO
              MOVE 0                         TO WS-ASD-DEBE
              MOVE HIS-IMPORTE               TO WS-ASD-HABER
              PERFORM 2300-GRABAR-PARTIDA
                 THRU 2300-GRABAR-PARTIDA-FIN
              ADD HIS-IMPORTE                TO WS-SUMA-HABER
           END-IF.

       2250-GRABAR-UNA-CATEGORIA-FIN.
           EXIT.
           IF WS-CANT-MARCAS >= 500
              DISPLAY 'TABLA DE MARCAS DE LA CORRIDA LLENA: CORRA '
                      'LA INTERFAZ DE NUEVO PARA LO QUE FALTA'
              MOVE 'LA CORRIDA SUPERA LAS 500 MARCAS DE INTERFAZ'
                                             TO WS-LGA-TEXTO
              PERFORM 2990-ABORTAR-POR-TOPE
                 THRU 2990-ABORTAR-POR-TOPE-FIN
           ELSE
              MOVE WS-CLAVE-ARMADA           TO INT-CLAVE
              MOVE WS-ULTIMO-ASIENTO         TO INT-ASIENTO
                    DISPLAY 'LA LIQUIDACION DEL PERIODO '
                            WS-LIQ-PERIODO ' NO TIENE COMISIONES '
                            'QUE PROVISIONAR'
                    MOVE 'S'           TO WS-SW-PERIODO-EN-CONTABILIDAD
               WHEN OTHER
                    MOVE SPACES              TO WS-CLAVE-ARMADA
                    MOVE 'P'                 TO WS-CLAVE-ARMADA (1:1)
                       DISPLAY 'EL PERIODO ' WS-LIQ-PERIODO
                               ' YA FUE INTERFACEADO, NO SE '
                               'ENVIA DOS VECES'
                       MOVE 'S'        TO WS-SW-PERIODO-EN-CONTABILIDAD
                    ELSE
                       PERFORM 2560-GRABAR-PROVISION
                          THRU 2560-GRABAR-PROVISION-FIN
           END-IF.
           IF NOT WS-HUBO-ERROR-ARCHIVO
              ADD 1                       TO WS-CONT-PERIODOS-ENVIADOS
              MOVE 'S'              TO WS-SW-PERIODO-EN-CONTABILIDAD
           END-IF.

       2560-GRABAR-PROVISION-FIN.
       2800-CERRAR-ASIENTOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CON LA PROVISION DEL PERIODO YA EN CONTABILIDAD EL PERIODO
      * QUEDA INTERFACEADO Y PUEDE CERRARSE CON CL11PE01. UN PERIODO
      * CERRADO NO SE TOCA. UN PROBLEMA CON PERIODOS.DAT SE AVISA
      * PERO NO INVALIDA LOS ASIENTOS YA GENERADOS.
      *----------------------------------------------------------------*
       2850-MARCAR-PERIODO-INTERFACEADO.

           MOVE 0                            TO WS-LIQ-PERIODO-CLAVE.
           IF WS-LIQ-PER-MES IS NUMERIC
              AND WS-LIQ-PER-ANIO IS NUMERIC
              COMPUTE WS-LIQ-PERIODO-CLAVE = WS-LIQ-PER-ANIO * 100
                                            + WS-LIQ-PER-MES
           END-IF.

           OPEN I-O PERIODOS.
           IF FS-PERIODOS-NFD
              CLOSE PERIODOS
              OPEN OUTPUT PERIODOS
              CLOSE PERIODOS
              OPEN I-O PERIODOS
           END-IF.

           EVALUATE TRUE
               WHEN NOT FS-PERIODOS-OK
                    DISPLAY 'ATENCION: NO SE PUDO ACTUALIZAR EL ESTADO '
                            'DEL PERIODO (PERIODOS.DAT). FILE STATUS: '
                            FS-PERIODOS
               WHEN WS-LIQ-PERIODO-CLAVE = 0
                    CLOSE PERIODOS
               WHEN OTHER
                    MOVE WS-LIQ-PERIODO-CLAVE TO PER-PERIODO
                    READ PERIODOS
                       KEY IS PER-PERIODO
                       INVALID KEY
                          INITIALIZE REG-PERIODO
                          MOVE WS-LIQ-PERIODO-CLAVE TO PER-PERIODO
                          MOVE 'I'           TO PER-ESTADO
                          MOVE 'N'           TO PER-MARCA-REAPERTURA
                          MOVE WS-FSI-FECHA  TO PER-FECHA-APERTURA
                          MOVE WS-FSI-FECHA  TO PER-FECHA-INTERFAZ
                          MOVE 'CL11IC01'    TO PER-ULTIMO-PROGRAMA
                          WRITE REG-PERIODO
                             INVALID KEY
                                DISPLAY 'ERROR AL GRABAR PERIODOS.DAT.'
                                        ' FILE STATUS: ' FS-PERIODOS
                          END-WRITE
                       NOT INVALID KEY
                          IF NOT PER-CERRADO AND NOT PER-INTERFACEADO
                             MOVE 'I'        TO PER-ESTADO
                             MOVE WS-FSI-FECHA
                                             TO PER-FECHA-INTERFAZ
                             MOVE 'CL11IC01' TO PER-ULTIMO-PROGRAMA
                             REWRITE REG-PERIODO
                                INVALID KEY
                                   DISPLAY 'ERROR AL GRABAR '
                                           'PERIODOS.DAT. FILE '
                                           'STATUS: ' FS-PERIODOS
                             END-REWRITE
                          END-IF
                    END-READ
                    CLOSE PERIODOS
           END-EVALUATE.

       2850-MARCAR-PERIODO-INTERFACEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REVIERTE LAS MARCAS DE YA INTERFACEADO GRABADAS EN ESTA
      * CORRIDA (MISMO CRITERIO QUE EL DESHACER DEL CIERRE ANUAL
      * CL11CA01): EL ASIENTOS.DAT DE UNA CORRIDA FALLADA NO SE

       2910-BORRAR-UNA-MARCA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TOPE SUPERADO NO SE SALTEA: LA CORRIDA TERMINA CON RC 12
      * (DESHACIENDO SUS MARCAS) Y QUEDA CONSTANCIA EN CL11EJ01.LOG.
      * EL MOTIVO LLEGA EN WS-LGA-TEXTO.
      *----------------------------------------------------------------*
       2990-ABORTAR-POR-TOPE.

           DISPLAY WS-LGA-TEXTO.
           MOVE 'S'                          TO WS-SW-ABORT-TOPE.
           MOVE 'S'                          TO WS-SW-ERROR-ARCHIVO.

           ACCEPT WS-HORA-AHORA              FROM TIME.

           MOVE WS-FSI-FECHA-ED              TO WS-LGA-FECHA.
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

