      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ESTADO Y CIERRE DE LOS PERIODOS CONTABLES (AAAAMM).
      *          CADA PERIODO TIENE SU ESTADO EN PERIODOS.DAT:
      *          ABIERTO (LO CREA CL11EJ01 AL ACUMULAR EL MES),
      *          LIQUIDADO (CL11LQ01 Y CL11RL01 AL TERMINAR BIEN,
      *          SALVO SOBRE UN PERIODO YA INTERFACEADO),
      *          INTERFACEADO (CL11IC01 AL ENVIAR LA PROVISION) Y
      *          CERRADO (ESTE PROGRAMA). CON EL PERIODO CERRADO
      *          CL11EJ01, CL11RP01 Y CL11LQ01 RECHAZAN LOS
      *          MOVIMIENTOS DE ESE MES Y CL11RL01 NO LO RELIQUIDA.
      *          FUNCION 'CIERRE': CIERRA UN PERIODO YA INTERFACEADO.
      *          FUNCION 'REAPERTURA': REABRE UN PERIODO CERRADO CON
      *          OPERADOR Y MOTIVO OBLIGATORIOS, QUE QUEDAN EN LA
      *          BITACORA CL11EJ01.LOG. ES LO UNICO QUE HABILITA DE
      *          NUEVO LA RELIQUIDACION (CL11RL01) DE UN PERIODO
      *          CERRADO.
      *          FUNCION 'LISTADO': ESTADO DE TODOS LOS PERIODOS DE
      *          UN ANIO (SALIDA ESTPER.TXT).
      *          USO: CL11PE01 CIERRE|REAPERTURA AAAAMM
      *               CL11PE01 LISTADO AAAA
      *          CODIGO DE RETORNO: 0 OK, 4 OPERACION RECHAZADA POR EL
      *          ESTADO DEL PERIODO O POR FALTA DE DATOS, 12 ERROR DE
      *          ARCHIVO O TRABA TOMADA.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - Detalle de la bitacora del cierre armado con
      *                    STRING en lugar de concatenar literales; el
      *                    texto grabado no cambia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11PE01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT PERIODOS
               ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODOS.

           SELECT LISTADO
               ASSIGN TO 'ESTPER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTADO.

           SELECT AUDITORIA
               ASSIGN TO 'CL11EJ01.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT TRABA
               ASSIGN TO 'CL11LOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABA.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * ESTADO DEL PERIODO AAAAMM. LA MARCA DE REAPERTURA LA PONE ESTE
      * PROGRAMA AL REABRIR Y LA BORRA AL VOLVER A CERRAR: MIENTRAS
      * ESTA PUESTA, CL11RL01 PUEDE RELIQUIDAR EL PERIODO AUNQUE HAYA
      * ESTADO CERRADO.
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

       FD LISTADO.
       01 REG-LISTADO                       PIC X(132).

       FD AUDITORIA.
       01 REG-AUDITORIA                     PIC X(150).

       FD TRABA.
       01 REG-TRABA.
          05 TRB-PROGRAMA                   PIC X(08).
          05 FILLER                         PIC X(01).
          05 TRB-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01).
          05 TRB-HORA                       PIC 9(06).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PERIODOS                     PIC X(2).
             88 FS-PERIODOS-OK                   VALUE '00'.
             88 FS-PERIODOS-NFD                  VALUE '35'.
          05 FS-LISTADO                      PIC X(2).
             88 FS-LISTADO-OK                    VALUE '00'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.
          05 FS-TRABA                        PIC X(2).
             88 FS-TRABA-OK                      VALUE '00'.
             88 FS-TRABA-EOF                     VALUE '10'.
             88 FS-TRABA-NFD                     VALUE '35'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-PARAMETRO-OK                  VALUE 'S'.
          05 WS-SW-FUNCION                   PIC X(01) VALUE SPACE.
             88 WS-ES-CIERRE                     VALUE 'C'.
             88 WS-ES-REAPERTURA                 VALUE 'R'.
             88 WS-ES-LISTADO                    VALUE 'L'.
          05 WS-SW-ERROR-ARCHIVO             PIC X(01) VALUE 'N'.
             88 WS-HUBO-ERROR-ARCHIVO            VALUE 'S'.
          05 WS-SW-PERIODOS-DISPONIBLE       PIC X(01) VALUE 'N'.
             88 WS-PERIODOS-DISPONIBLE           VALUE 'S'.
          05 WS-SW-PERIODO-EXISTE            PIC X(01) VALUE 'N'.
             88 WS-PERIODO-EXISTE                VALUE 'S'.
          05 WS-SW-LISTADO-ABIERTO           PIC X(01) VALUE 'N'.
             88 WS-LISTADO-ABIERTO               VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-FUNCION-PARM                 PIC X(10) VALUE SPACES.
          05 WS-VALOR-PARM                   PIC X(06) VALUE SPACES.
          05 WS-PERIODO                      PIC 9(06) VALUE 0.
          05 WS-PERIODO-R REDEFINES WS-PERIODO.
             10 WS-PER-ANIO                  PIC 9(04).
             10 WS-PER-MES                   PIC 9(02).
          05 WS-ANIO                         PIC 9(04) VALUE 0.
          05 WS-MES                          PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * QUIEN REABRE Y POR QUE: EL OPERADOR SALE DE LA VARIABLE
      * CL11PE01_OPERADOR O SE PIDE POR PANTALLA (MISMO CRITERIO QUE
      * CL11MA01); EL MOTIVO SALE DE CL11PE01_MOTIVO O SE PIDE. SIN
      * OPERADOR O SIN MOTIVO NO HAY REAPERTURA.
      *----------------------------------------------------------------*
       01 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       01 WS-MOTIVO                          PIC X(40) VALUE SPACES.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

       01 WS-ESTADO-TEXTO                    PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------*
      * FECHA AAAAMMDD A MOSTRAR COMO DD/MM/AAAA (EN BLANCO SI ES 0).
      *----------------------------------------------------------------*
       01 WS-FECHA-CONV.
          05 WS-FCV-FECHA                    PIC 9(08).
          05 WS-FCV-FECHA-R REDEFINES WS-FCV-FECHA.
             10 WS-FCV-ANIO                  PIC 9(04).
             10 WS-FCV-MES                   PIC 9(02).
             10 WS-FCV-DIA                   PIC 9(02).
          05 WS-FCV-TEXTO                    PIC X(10).

      *----------------------------------------------------------------*
      * TRABA DE CORRIDA COMPARTIDA POR LOS PROGRAMAS QUE ACTUALIZAN
      * ARCHIVOS DEL CIRCUITO, MISMO CRITERIO QUE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-TRABA-CONTROL.
          05 WS-LCK-PROPIA                   PIC X(08)
                                             VALUE 'CL11PE01'.
          05 WS-SW-TRABA-TOMADA              PIC X(01) VALUE 'N'.
             88 WS-TRABA-TOMADA                  VALUE 'S'.
          05 WS-SW-TRABA-LIBRE               PIC X(01) VALUE 'N'.
             88 WS-TRABA-LIBRE                   VALUE 'S'.
          05 WS-LCK-MAX-HORAS                PIC 9(02) VALUE 12.
          05 WS-LCK-MAX-PARM                 PIC X(02) VALUE SPACES.
          05 WS-LCK-FECHA-HOY                PIC 9(08) VALUE 0.
          05 WS-LCK-HORA-AHORA               PIC 9(06) VALUE 0.
          05 WS-LCK-HORA-COMPLETA            PIC 9(08) VALUE 0.
          05 WS-LCK-DUENO                    PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------*
      * EDAD DE LA TRABA A TRAVES DE LA MEDIANOCHE: LAS FECHAS SE
      * PASAN A NUMERO DE DIA SERIAL (MISMA TECNICA QUE CL11DV01)
      * PARA QUE EL CORTE QUE TOMA LA TRABA A LAS 23:55 NO LA
      * PIERDA A LAS 00:05.
      *----------------------------------------------------------------*
       01 WS-TRABA-SERIAL.
          05 WS-LCK-SER-FECHA                PIC 9(08) VALUE 0.
          05 WS-LCK-SER-FECHA-R REDEFINES WS-LCK-SER-FECHA.
             10 WS-LCK-SER-ANIO              PIC 9(04).
             10 WS-LCK-SER-MES               PIC 9(02).
             10 WS-LCK-SER-DIA               PIC 9(02).
          05 WS-LCK-SER-ANIO-AUX             PIC 9(04).
          05 WS-LCK-SER-BIS-4                PIC 9(04).
          05 WS-LCK-SER-BIS-100              PIC 9(04).
          05 WS-LCK-SER-BIS-400              PIC 9(04).
          05 WS-LCK-SER-SERIAL               PIC 9(08).
          05 WS-LCK-SERIAL-TRABA             PIC 9(08) VALUE 0.
          05 WS-LCK-SERIAL-HOY               PIC 9(08) VALUE 0.
          05 WS-LCK-HORAS-TOTAL              PIC S9(05) VALUE 0.

      *----------------------------------------------------------------*
      * DIAS ACUMULADOS AL INICIO DE CADA MES (ANIO NO BISIESTO).
      *----------------------------------------------------------------*
       01 WS-LCK-DIAS-ACUM-LIT              PIC X(36)
                VALUE '000031059090120151181212243273304334'.
       01 WS-LCK-DIAS-ACUM REDEFINES WS-LCK-DIAS-ACUM-LIT.
          05 WS-LCK-DAC-DIAS                 PIC 9(03) OCCURS 12 TIMES.

       01 WS-LOG-TRABA-LINEA.
          05 WS-LGT-PROGRAMA                 PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGT-TEXTO                    PIC X(60).

       01 WS-LOG-LINEA.
          05 WS-LOG-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LOG-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-ACCION                   PIC X(19).
          05 WS-LOG-PERIODO                  PIC 9(06).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-DETALLE                  PIC X(96).

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA                    PIC 9(08).
          05 WS-FHS-FECHA-R REDEFINES WS-FHS-FECHA.
             10 WS-FHS-ANIO                  PIC 9(04).
             10 WS-FHS-MES                   PIC 9(02).
             10 WS-FHS-DIA                   PIC 9(02).
          05 WS-FHS-HORA                     PIC 9(08).

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(110) VALUE ALL '-'.
          05 WS-LIS-TITULO.
             10 FILLER                      PIC X(30)
                  VALUE 'ESTADO DE PERIODOS DEL ANIO '.
             10 WS-LIS-T-ANIO               PIC 9(04).
          05 WS-LIS-ENCABEZADO.
             10 FILLER                      PIC X(24)
                  VALUE 'PERIODO ESTADO         '.
             10 FILLER                      PIC X(44)
                  VALUE 'APERTURA    LIQUIDACION INTERFAZ    CIERRE'.
             10 FILLER                      PIC X(40)
                  VALUE '   REAP HAB.RL01'.
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-PERIODO            PIC 9(06).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-ESTADO             PIC X(14).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-APERTURA           PIC X(10).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-LIQUIDACION        PIC X(10).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-INTERFAZ           PIC X(10).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-CIERRE             PIC X(10).
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-REAPERTURAS        PIC ZZ9.
             10 FILLER                      PIC X(01) VALUE SPACES.
             10 WS-LIS-D-HABILITA           PIC X(02).
          05 WS-LIS-REAPERTURA.
             10 FILLER                      PIC X(08) VALUE SPACES.
             10 FILLER                      PIC X(21)
                  VALUE 'ULTIMA REAPERTURA: '.
             10 WS-LIS-RE-FECHA             PIC X(10).
             10 FILLER                      PIC X(11)
                  VALUE ' OPERADOR '.
             10 WS-LIS-RE-OPERADOR          PIC X(08).
             10 FILLER                      PIC X(09)
                  VALUE ' MOTIVO '.
             10 WS-LIS-RE-MOTIVO            PIC X(40).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0100-OBTENER-PARAMETROS
              THRU 0100-OBTENER-PARAMETROS-FIN.

           IF WS-PARAMETRO-OK
              PERFORM 1000-INICIAR-PROGRAMA
                 THRU 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-PARAMETRO-OK AND NOT WS-HUBO-ERROR-ARCHIVO
              EVALUATE TRUE
                  WHEN WS-ES-CIERRE
                       PERFORM 2000-CERRAR-PERIODO
                          THRU 2000-CERRAR-PERIODO-FIN
                  WHEN WS-ES-REAPERTURA
                       PERFORM 2200-REABRIR-PERIODO
                          THRU 2200-REABRIR-PERIODO-FIN
                  WHEN OTHER
                       PERFORM 2500-LISTAR-ANIO
                          THRU 2500-LISTAR-ANIO-FIN
              END-EVALUATE
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           PERFORM 0900-LIBERAR-TRABA
              THRU 0900-LIBERAR-TRABA-FIN.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * PRIMER PARAMETRO: FUNCION ('CIERRE', 'REAPERTURA' O
      * 'LISTADO'). SEGUNDO: EL PERIODO AAAAMM (CIERRE Y REAPERTURA)
      * O EL ANIO AAAA (LISTADO).
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-FUNCION-PARM FROM ARGUMENT-VALUE.
           ACCEPT WS-VALOR-PARM FROM ARGUMENT-VALUE.

           EVALUATE WS-FUNCION-PARM
               WHEN 'CIERRE'
               WHEN 'cierre'
                    MOVE 'C'                 TO WS-SW-FUNCION
               WHEN 'REAPERTURA'
               WHEN 'reapertura'
                    MOVE 'R'                 TO WS-SW-FUNCION
               WHEN 'LISTADO'
               WHEN 'listado'
                    MOVE 'L'                 TO WS-SW-FUNCION
               WHEN OTHER
                    DISPLAY 'USO: CL11PE01 CIERRE|REAPERTURA AAAAMM'
                    DISPLAY '     CL11PE01 LISTADO AAAA'
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           IF WS-PARAMETRO-OK AND WS-ES-LISTADO
              IF WS-VALOR-PARM (1:4) IS NUMERIC
                 AND WS-VALOR-PARM (5:2) = SPACES
                 MOVE WS-VALOR-PARM (1:4)    TO WS-ANIO
              END-IF
              IF WS-ANIO < 1900
                 DISPLAY 'ANIO INVALIDO: ' WS-VALOR-PARM
                 MOVE 'N'                    TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK AND NOT WS-ES-LISTADO
              IF WS-VALOR-PARM IS NUMERIC
                 MOVE WS-VALOR-PARM          TO WS-PERIODO
              END-IF
              IF WS-PER-ANIO < 1900
                 OR WS-PER-MES < 1 OR WS-PER-MES > 12
                 DISPLAY 'PERIODO INVALIDO (AAAAMM): ' WS-VALOR-PARM
                 MOVE 'N'                    TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF NOT WS-PARAMETRO-OK
              MOVE 4                         TO WS-CODIGO-RETORNO
           END-IF.

       0100-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA LA TRABA DE CORRIDA COMPARTIDA (MISMO CRITERIO QUE
      * CL11EJ01): SI OTRO ACTUALIZADOR LA TIENE TOMADA Y NO ES UNA
      * TRABA VIEJA, EL CIERRE O LA REAPERTURA NO ARRANCAN.
      *----------------------------------------------------------------*
       0500-TOMAR-TRABA.

           ACCEPT WS-LCK-FECHA-HOY           FROM DATE YYYYMMDD.
           ACCEPT WS-LCK-HORA-COMPLETA       FROM TIME.
           MOVE WS-LCK-HORA-COMPLETA (1:6)   TO WS-LCK-HORA-AHORA.

           ACCEPT WS-LCK-MAX-PARM FROM ENVIRONMENT
                  'CL11LOCK_MAX_HORAS'.
           IF WS-LCK-MAX-PARM NOT = SPACES
              IF WS-LCK-MAX-PARM IS NUMERIC
                 MOVE WS-LCK-MAX-PARM       TO WS-LCK-MAX-HORAS
              ELSE
                 DISPLAY 'CL11LOCK_MAX_HORAS INVALIDO, SE USAN '
                         WS-LCK-MAX-HORAS ' HORAS'
              END-IF
           END-IF.

           MOVE 'N'                          TO WS-SW-TRABA-LIBRE.

           OPEN INPUT TRABA.
           EVALUATE TRUE
               WHEN FS-TRABA-NFD
                    MOVE 'S'                 TO WS-SW-TRABA-LIBRE
               WHEN NOT FS-TRABA-OK
                    DISPLAY 'ERROR AL ABRIR LA TRABA DE CORRIDA '
                            '(CL11LOCK.DAT). FILE STATUS: ' FS-TRABA
               WHEN OTHER
                    READ TRABA
                    IF FS-TRABA-EOF OR REG-TRABA = SPACES
                       MOVE 'S'              TO WS-SW-TRABA-LIBRE
                    ELSE
                       PERFORM 0550-EVALUAR-TRABA-AJENA
                          THRU 0550-EVALUAR-TRABA-AJENA-FIN
                    END-IF
                    CLOSE TRABA
           END-EVALUATE.

           IF WS-TRABA-LIBRE
              OPEN OUTPUT TRABA
              IF FS-TRABA-OK
                 MOVE WS-LCK-PROPIA          TO TRB-PROGRAMA
                 MOVE WS-LCK-FECHA-HOY       TO TRB-FECHA
                 MOVE WS-LCK-HORA-AHORA      TO TRB-HORA
                 WRITE REG-TRABA
                 CLOSE TRABA
                 MOVE 'S'                    TO WS-SW-TRABA-TOMADA
                 MOVE 'TRABA DE CORRIDA TOMADA'
                                             TO WS-LGT-TEXTO
                 PERFORM 0590-GRABAR-LOG-TRABA
                    THRU 0590-GRABAR-LOG-TRABA-FIN
              ELSE
                 DISPLAY 'NO SE PUDO GRABAR LA TRABA DE CORRIDA. '
                         'FILE STATUS: ' FS-TRABA
              END-IF
           END-IF.

           IF NOT WS-TRABA-TOMADA
              DISPLAY 'OPERACION RECHAZADA: LA TRABA LA TIENE '
                      WS-LCK-DUENO '. REINTENTE MAS TARDE'
           END-IF.

       0500-TOMAR-TRABA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA TRABA DE HACE MAS HORAS QUE EL MAXIMO ADMITIDO (LA EDAD
      * SE CUENTA A TRAVES DE LA MEDIANOCHE) ES DE UNA CORRIDA
      * MUERTA Y SE REEMPLAZA.
      *----------------------------------------------------------------*
       0550-EVALUAR-TRABA-AJENA.

           MOVE TRB-PROGRAMA                 TO WS-LCK-DUENO.

           EVALUATE TRUE
               WHEN TRB-FECHA NOT NUMERIC OR TRB-HORA NOT NUMERIC
                    MOVE 'S'                 TO WS-SW-TRABA-LIBRE
               WHEN OTHER
                    PERFORM 0560-CALCULAR-EDAD-TRABA
                       THRU 0560-CALCULAR-EDAD-TRABA-FIN
           END-EVALUATE.

           IF WS-TRABA-LIBRE
              DISPLAY 'TRABA VIEJA DE ' WS-LCK-DUENO
                      ' (CORRIDA MUERTA): SE REEMPLAZA'
              MOVE 'TRABA VIEJA DE CORRIDA MUERTA REEMPLAZADA'
                                             TO WS-LGT-TEXTO
              PERFORM 0590-GRABAR-LOG-TRABA
                 THRU 0590-GRABAR-LOG-TRABA-FIN
           END-IF.

       0550-EVALUAR-TRABA-AJENA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EDAD DE LA TRABA EN HORAS: DIFERENCIA DE DIAS SERIALES POR
      * 24 MAS LA DIFERENCIA DE HORAS, ASI EL CAMBIO DE FECHA NO
      * ENVEJECE LA TRABA DE GOLPE. UNA FECHA ILEGIBLE EN LA TRABA
      * TAMBIEN LA DECLARA MUERTA.
      *----------------------------------------------------------------*
       0560-CALCULAR-EDAD-TRABA.

           MOVE TRB-FECHA                    TO WS-LCK-SER-FECHA.

           IF WS-LCK-SER-MES < 1 OR WS-LCK-SER-MES > 12
              MOVE 'S'                       TO WS-SW-TRABA-LIBRE
           ELSE
              PERFORM 0570-CALCULAR-SERIAL-TRABA
                 THRU 0570-CALCULAR-SERIAL-TRABA-FIN
              MOVE WS-LCK-SER-SERIAL         TO WS-LCK-SERIAL-TRABA
              MOVE WS-LCK-FECHA-HOY          TO WS-LCK-SER-FECHA
              PERFORM 0570-CALCULAR-SERIAL-TRABA
                 THRU 0570-CALCULAR-SERIAL-TRABA-FIN
              MOVE WS-LCK-SER-SERIAL         TO WS-LCK-SERIAL-HOY
              COMPUTE WS-LCK-HORAS-TOTAL =
                      (WS-LCK-SERIAL-HOY - WS-LCK-SERIAL-TRABA) * 24
                    + WS-LCK-HORA-AHORA / 10000
                    - TRB-HORA / 10000
              IF WS-LCK-HORAS-TOTAL >= WS-LCK-MAX-HORAS
                 MOVE 'S'                    TO WS-SW-TRABA-LIBRE
              END-IF
           END-IF.

       0560-CALCULAR-EDAD-TRABA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NUMERO DE DIA SERIAL DE WS-LCK-SER-FECHA (MISMA TECNICA QUE
      * CL11DV01): ANIOS POR 365 MAS LOS BISIESTOS TRANSCURRIDOS
      * (CONTANDO EL ANIO EN CURSO SOLO DESDE MARZO) MAS LOS DIAS
      * ACUMULADOS DEL MES.
      *----------------------------------------------------------------*
       0570-CALCULAR-SERIAL-TRABA.

           IF WS-LCK-SER-MES > 2
              MOVE WS-LCK-SER-ANIO           TO WS-LCK-SER-ANIO-AUX
           ELSE
              COMPUTE WS-LCK-SER-ANIO-AUX = WS-LCK-SER-ANIO - 1
           END-IF.

           DIVIDE WS-LCK-SER-ANIO-AUX BY 4
                                        GIVING WS-LCK-SER-BIS-4.
           DIVIDE WS-LCK-SER-ANIO-AUX BY 100
                                        GIVING WS-LCK-SER-BIS-100.
           DIVIDE WS-LCK-SER-ANIO-AUX BY 400
                                        GIVING WS-LCK-SER-BIS-400.

           COMPUTE WS-LCK-SER-SERIAL = WS-LCK-SER-ANIO * 365
                                 + WS-LCK-SER-BIS-4
                                 - WS-LCK-SER-BIS-100
                                 + WS-LCK-SER-BIS-400
                                 + WS-LCK-DAC-DIAS (WS-LCK-SER-MES)
                                 + WS-LCK-SER-DIA.

       0570-CALCULAR-SERIAL-TRABA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       0590-GRABAR-LOG-TRABA.

           MOVE WS-LCK-PROPIA                TO WS-LGT-PROGRAMA.

           OPEN EXTEND AUDITORIA.
           IF NOT FS-AUDITORIA-OK
              CLOSE AUDITORIA
              OPEN OUTPUT AUDITORIA
           END-IF.

           WRITE REG-AUDITORIA               FROM WS-LOG-TRABA-LINEA.
           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR BITACORA. FILE STATUS: '
                      FS-AUDITORIA
           END-IF.

           CLOSE AUDITORIA.

       0590-GRABAR-LOG-TRABA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LIBERA LA TRABA DEJANDO EL ARCHIVO VACIO, CON CONSTANCIA EN
      * LA BITACORA.
      *----------------------------------------------------------------*
       0900-LIBERAR-TRABA.

           IF WS-TRABA-TOMADA
              OPEN OUTPUT TRABA
              IF FS-TRABA-OK
                 CLOSE TRABA
                 MOVE 'N'                    TO WS-SW-TRABA-TOMADA
                 MOVE 'TRABA DE CORRIDA LIBERADA'
                                             TO WS-LGT-TEXTO
                 PERFORM 0590-GRABAR-LOG-TRABA
                    THRU 0590-GRABAR-LOG-TRABA-FIN
              ELSE
                 DISPLAY 'NO SE PUDO LIBERAR LA TRABA DE CORRIDA. '
                         'FILE STATUS: ' FS-TRABA
              END-IF
           END-IF.

       0900-LIBERAR-TRABA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL CIERRE Y LA REAPERTURA TOMAN LA TRABA Y ABREN PERIODOS.DAT
      * EN ACTUALIZACION (SE CREA SI NO EXISTE). EL LISTADO SOLO LEE:
      * NO TOMA LA TRABA Y SIN PERIODOS.DAT LISTA EL ANIO VACIO.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FHS-FECHA               FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA                FROM TIME.

           IF WS-ES-LISTADO
              OPEN INPUT PERIODOS
              EVALUATE TRUE
                  WHEN FS-PERIODOS-OK
                       MOVE 'S'             TO WS-SW-PERIODOS-DISPONIBLE
                  WHEN FS-PERIODOS-NFD
                       DISPLAY 'SIN ESTADO DE PERIODOS (PERIODOS.DAT)'
                  WHEN OTHER
                       DISPLAY 'NO SE PUEDE ABRIR EL ESTADO DE '
                               'PERIODOS (PERIODOS.DAT). FILE '
                               'STATUS: ' FS-PERIODOS
                       MOVE 'S'             TO WS-SW-ERROR-ARCHIVO
              END-EVALUATE
           ELSE
              PERFORM 0500-TOMAR-TRABA
                 THRU 0500-TOMAR-TRABA-FIN
              IF NOT WS-TRABA-TOMADA
                 MOVE 'S'                   TO WS-SW-ERROR-ARCHIVO
              END-IF
              IF NOT WS-HUBO-ERROR-ARCHIVO
                 OPEN I-O PERIODOS
                 IF FS-PERIODOS-NFD
                    CLOSE PERIODOS
                    OPEN OUTPUT PERIODOS
                    CLOSE PERIODOS
                    OPEN I-O PERIODOS
                 END-IF
                 IF FS-PERIODOS-OK
                    MOVE 'S'                TO WS-SW-PERIODOS-DISPONIBLE
                 ELSE
                    DISPLAY 'NO SE PUEDE ABRIR EL ESTADO DE '
                            'PERIODOS (PERIODOS.DAT). FILE STATUS: '
                            FS-PERIODOS
                    MOVE 'S'                TO WS-SW-ERROR-ARCHIVO
                 END-IF
              END-IF
           END-IF.

           IF WS-HUBO-ERROR-ARCHIVO
              MOVE 12                       TO WS-CODIGO-RETORNO
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRE DEL PERIODO: SOLO UN PERIODO YA INTERFACEADO PUEDE
      * CERRARSE (LA LIQUIDACION YA SALIO A CONTABILIDAD). EL CIERRE
      * BORRA LA MARCA DE REAPERTURA, CON LO QUE CL11RL01 VUELVE A
      * RECHAZAR LA RELIQUIDACION DEL PERIODO.
      *----------------------------------------------------------------*
       2000-CERRAR-PERIODO.

           PERFORM 2800-LEER-PERIODO
              THRU 2800-LEER-PERIODO-FIN.

           EVALUATE TRUE
               WHEN NOT WS-PERIODO-EXISTE
                    DISPLAY 'EL PERIODO ' WS-PERIODO ' NO TIENE '
                            'MOVIMIENTOS: NO HAY NADA QUE CERRAR'
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN PER-CERRADO
                    DISPLAY 'EL PERIODO ' WS-PERIODO ' YA ESTA '
                            'CERRADO'
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN NOT PER-INTERFACEADO
                    PERFORM 2850-TEXTO-ESTADO
                       THRU 2850-TEXTO-ESTADO-FIN
                    DISPLAY 'EL PERIODO ' WS-PERIODO ' ESTA '
                            WS-ESTADO-TEXTO ': SOLO SE CIERRA UN '
                            'PERIODO INTERFACEADO'
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN OTHER
                    MOVE 'C'                 TO PER-ESTADO
                    MOVE 'N'                 TO PER-MARCA-REAPERTURA
                    MOVE WS-FHS-FECHA        TO PER-FECHA-CIERRE
                    MOVE WS-LCK-PROPIA       TO PER-ULTIMO-PROGRAMA
                    REWRITE REG-PERIODO
                       INVALID KEY
                          DISPLAY 'ERROR AL GRABAR PERIODOS.DAT. '
                                  'FILE STATUS: ' FS-PERIODOS
                          MOVE 'S'           TO WS-SW-ERROR-ARCHIVO
                          MOVE 12            TO WS-CODIGO-RETORNO
                    END-REWRITE
                    IF NOT WS-HUBO-ERROR-ARCHIVO
                       DISPLAY 'PERIODO ' WS-PERIODO ' CERRADO'
                       MOVE 'CIERRE PERIODO     ' TO WS-LOG-ACCION
                       MOVE SPACES           TO WS-LOG-DETALLE
                       STRING 'CERRADO, SIN MOVIMIENTOS ADMITIDOS '
                              'HASTA UNA REAPERTURA'
                              DELIMITED BY SIZE     INTO WS-LOG-DETALLE
                       END-STRING
                       PERFORM 2900-GRABAR-BITACORA
                          THRU 2900-GRABAR-BITACORA-FIN
                    END-IF
           END-EVALUATE.

       2000-CERRAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REAPERTURA: SOLO DE UN PERIODO CERRADO, CON OPERADOR Y MOTIVO.
      * EL PERIODO VUELVE A ABIERTO CON LA MARCA DE REAPERTURA, QUE
      * HABILITA LA RELIQUIDACION, Y QUEDA CONSTANCIA EN LA BITACORA.
      *----------------------------------------------------------------*
       2200-REABRIR-PERIODO.

           PERFORM 2800-LEER-PERIODO
              THRU 2800-LEER-PERIODO-FIN.

           IF NOT WS-PERIODO-EXISTE OR NOT PER-CERRADO
              IF WS-PERIODO-EXISTE
                 PERFORM 2850-TEXTO-ESTADO
                    THRU 2850-TEXTO-ESTADO-FIN
              ELSE
                 MOVE 'SIN MOVIMIENTO'       TO WS-ESTADO-TEXTO
              END-IF
              DISPLAY 'EL PERIODO ' WS-PERIODO ' ESTA '
                      WS-ESTADO-TEXTO ': SOLO SE REABRE UN PERIODO '
                      'CERRADO'
              MOVE 4                         TO WS-CODIGO-RETORNO
           ELSE
              PERFORM 2250-PEDIR-AUTORIZACION
                 THRU 2250-PEDIR-AUTORIZACION-FIN
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              MOVE 'A'                       TO PER-ESTADO
              MOVE 'S'                       TO PER-MARCA-REAPERTURA
              ADD 1                          TO PER-CANT-REAPERTURAS
              MOVE WS-FHS-FECHA              TO PER-FECHA-REAPERTURA
              MOVE WS-OPERADOR               TO PER-OPERADOR-REAPERTURA
              MOVE WS-MOTIVO                 TO PER-MOTIVO-REAPERTURA
              MOVE WS-LCK-PROPIA             TO PER-ULTIMO-PROGRAMA
              REWRITE REG-PERIODO
                 INVALID KEY
                    DISPLAY 'ERROR AL GRABAR PERIODOS.DAT. '
                            'FILE STATUS: ' FS-PERIODOS
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
                    MOVE 12                  TO WS-CODIGO-RETORNO
              END-REWRITE
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              DISPLAY 'PERIODO ' WS-PERIODO ' REABIERTO. HABILITADA '
                      'LA RELIQUIDACION'
              MOVE 'REAPERTURA PERIODO ' TO WS-LOG-ACCION
              MOVE SPACES                    TO WS-LOG-DETALLE
              STRING 'OPERADOR '             DELIMITED BY SIZE
                     WS-OPERADOR             DELIMITED BY SIZE
                     ' | MOTIVO '            DELIMITED BY SIZE
                     WS-MOTIVO               DELIMITED BY SIZE
                     INTO WS-LOG-DETALLE
              END-STRING
              PERFORM 2900-GRABAR-BITACORA
                 THRU 2900-GRABAR-BITACORA-FIN
           END-IF.

       2200-REABRIR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * OPERADOR Y MOTIVO DE LA REAPERTURA: DE LAS VARIABLES DE
      * AMBIENTE O POR PANTALLA. SI FALTA CUALQUIERA DE LOS DOS LA
      * REAPERTURA SE RECHAZA.
      *----------------------------------------------------------------*
       2250-PEDIR-AUTORIZACION.

           ACCEPT WS-OPERADOR FROM ENVIRONMENT 'CL11PE01_OPERADOR'.
           IF WS-OPERADOR = SPACES
              DISPLAY 'OPERADOR (INICIALES): '
              ACCEPT WS-OPERADOR
           END-IF.

           ACCEPT WS-MOTIVO FROM ENVIRONMENT 'CL11PE01_MOTIVO'.
           IF WS-MOTIVO = SPACES
              DISPLAY 'MOTIVO DE LA REAPERTURA: '
              ACCEPT WS-MOTIVO
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPERADOR = SPACES
                    DISPLAY 'REAPERTURA RECHAZADA: FALTA EL OPERADOR'
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN WS-MOTIVO = SPACES
                    DISPLAY 'REAPERTURA RECHAZADA: FALTA EL MOTIVO'
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2250-PEDIR-AUTORIZACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ESTADO DE LOS DOCE PERIODOS DEL ANIO, EN PANTALLA Y EN
      * ESTPER.TXT. UN MES SIN REGISTRO NO TUVO MOVIMIENTOS.
      *----------------------------------------------------------------*
       2500-LISTAR-ANIO.

           OPEN OUTPUT LISTADO.
           IF FS-LISTADO-OK
              MOVE 'S'                       TO WS-SW-LISTADO-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR ESTPER.TXT. FILE STATUS: '
                      FS-LISTADO
              MOVE 12                        TO WS-CODIGO-RETORNO
           END-IF.

           MOVE WS-ANIO                      TO WS-LIS-T-ANIO.

           DISPLAY ' '.
           DISPLAY WS-LIS-TITULO.
           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY WS-LIS-ENCABEZADO.
           DISPLAY WS-LIS-SEPARADOR.
           IF WS-LISTADO-ABIERTO
              WRITE REG-LISTADO              FROM WS-LIS-TITULO
              WRITE REG-LISTADO              FROM WS-LIS-SEPARADOR
              WRITE REG-LISTADO              FROM WS-LIS-ENCABEZADO
              WRITE REG-LISTADO              FROM WS-LIS-SEPARADOR
           END-IF.

           PERFORM 2550-LISTAR-UN-PERIODO
              THRU 2550-LISTAR-UN-PERIODO-FIN
             VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.

           DISPLAY WS-LIS-SEPARADOR.
           IF WS-LISTADO-ABIERTO
              WRITE REG-LISTADO              FROM WS-LIS-SEPARADOR
              CLOSE LISTADO
           END-IF.

       2500-LISTAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-LISTAR-UN-PERIODO.

           COMPUTE WS-PERIODO = WS-ANIO * 100 + WS-MES.

           MOVE SPACES                       TO WS-LIS-DETALLE.
           MOVE WS-PERIODO                   TO WS-LIS-D-PERIODO.
           MOVE 0                            TO WS-LIS-D-REAPERTURAS.

           MOVE 'N'                          TO WS-SW-PERIODO-EXISTE.
           IF WS-PERIODOS-DISPONIBLE
              PERFORM 2800-LEER-PERIODO
                 THRU 2800-LEER-PERIODO-FIN
           END-IF.

           IF WS-PERIODO-EXISTE
              PERFORM 2850-TEXTO-ESTADO
                 THRU 2850-TEXTO-ESTADO-FIN
              MOVE WS-ESTADO-TEXTO           TO WS-LIS-D-ESTADO
              MOVE PER-FECHA-APERTURA        TO WS-FCV-FECHA
              PERFORM 2870-FORMATEAR-FECHA
                 THRU 2870-FORMATEAR-FECHA-FIN
              MOVE WS-FCV-TEXTO              TO WS-LIS-D-APERTURA
              MOVE PER-FECHA-LIQUIDACION     TO WS-FCV-FECHA
              PERFORM 2870-FORMATEAR-FECHA
                 THRU 2870-FORMATEAR-FECHA-FIN
              MOVE WS-FCV-TEXTO              TO WS-LIS-D-LIQUIDACION
              MOVE PER-FECHA-INTERFAZ        TO WS-FCV-FECHA
              PERFORM 2870-FORMATEAR-FECHA
                 THRU 2870-FORMATEAR-FECHA-FIN
              MOVE WS-FCV-TEXTO              TO WS-LIS-D-INTERFAZ
              MOVE PER-FECHA-CIERRE          TO WS-FCV-FECHA
              PERFORM 2870-FORMATEAR-FECHA
                 THRU 2870-FORMATEAR-FECHA-FIN
              MOVE WS-FCV-TEXTO              TO WS-LIS-D-CIERRE
              MOVE PER-CANT-REAPERTURAS      TO WS-LIS-D-REAPERTURAS
              IF PER-REABIERTO
                 MOVE 'SI'                   TO WS-LIS-D-HABILITA
              ELSE
                 MOVE 'NO'                   TO WS-LIS-D-HABILITA
              END-IF
           ELSE
              MOVE 'SIN MOVIMIENTO'          TO WS-LIS-D-ESTADO
           END-IF.

           DISPLAY WS-LIS-DETALLE.
           IF WS-LISTADO-ABIERTO
              WRITE REG-LISTADO              FROM WS-LIS-DETALLE
           END-IF.

      * LA ULTIMA REAPERTURA SE MUESTRA DEBAJO DEL PERIODO: QUIEN Y
      * POR QUE.
           IF WS-PERIODO-EXISTE AND PER-CANT-REAPERTURAS > 0
              MOVE PER-FECHA-REAPERTURA      TO WS-FCV-FECHA
              PERFORM 2870-FORMATEAR-FECHA
                 THRU 2870-FORMATEAR-FECHA-FIN
              MOVE WS-FCV-TEXTO              TO WS-LIS-RE-FECHA
              MOVE PER-OPERADOR-REAPERTURA   TO WS-LIS-RE-OPERADOR
              MOVE PER-MOTIVO-REAPERTURA     TO WS-LIS-RE-MOTIVO
              DISPLAY WS-LIS-REAPERTURA
              IF WS-LISTADO-ABIERTO
                 WRITE REG-LISTADO           FROM WS-LIS-REAPERTURA
              END-IF
           END-IF.

       2550-LISTAR-UN-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2800-LEER-PERIODO.

           MOVE WS-PERIODO                   TO PER-PERIODO.

           READ PERIODOS
              KEY IS PER-PERIODO
              INVALID KEY
                 MOVE 'N'                    TO WS-SW-PERIODO-EXISTE
              NOT INVALID KEY
                 MOVE 'S'                    TO WS-SW-PERIODO-EXISTE
           END-READ.

       2800-LEER-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2850-TEXTO-ESTADO.

           EVALUATE TRUE
               WHEN PER-ABIERTO AND PER-REABIERTO
                    MOVE 'REABIERTO'         TO WS-ESTADO-TEXTO
               WHEN PER-ABIERTO
                    MOVE 'ABIERTO'           TO WS-ESTADO-TEXTO
               WHEN PER-LIQUIDADO
                    MOVE 'LIQUIDADO'         TO WS-ESTADO-TEXTO
               WHEN PER-INTERFACEADO
                    MOVE 'INTERFACEADO'      TO WS-ESTADO-TEXTO
               WHEN PER-CERRADO
                    MOVE 'CERRADO'           TO WS-ESTADO-TEXTO
               WHEN OTHER
                    MOVE 'DESCONOCIDO'       TO WS-ESTADO-TEXTO
           END-EVALUATE.

       2850-TEXTO-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2870-FORMATEAR-FECHA.

           IF WS-FCV-FECHA = 0 OR WS-FCV-FECHA NOT NUMERIC
              MOVE SPACES                    TO WS-FCV-TEXTO
           ELSE
              MOVE WS-FCV-DIA                TO WS-FCV-TEXTO (1:2)
              MOVE '/'                       TO WS-FCV-TEXTO (3:1)
              MOVE WS-FCV-MES                TO WS-FCV-TEXTO (4:2)
              MOVE '/'                       TO WS-FCV-TEXTO (6:1)
              MOVE WS-FCV-ANIO               TO WS-FCV-TEXTO (7:4)
           END-IF.

       2870-FORMATEAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-BITACORA.

           MOVE WS-FHS-DIA                   TO WS-LOG-FECHA (1:2).
           MOVE '/'                          TO WS-LOG-FECHA (3:1).
           MOVE WS-FHS-MES                   TO WS-LOG-FECHA (4:2).
           MOVE '/'                          TO WS-LOG-FECHA (6:1).
           MOVE WS-FHS-ANIO                  TO WS-LOG-FECHA (7:4).

           MOVE WS-FHS-HORA (1:2)            TO WS-LOG-HORA (1:2).
           MOVE ':'                          TO WS-LOG-HORA (3:1).
           MOVE WS-FHS-HORA (3:2)            TO WS-LOG-HORA (4:2).
           MOVE ':'                          TO WS-LOG-HORA (6:1).
           MOVE WS-FHS-HORA (5:2)            TO WS-LOG-HORA (7:2).

           MOVE WS-PERIODO                   TO WS-LOG-PERIODO.

           OPEN EXTEND AUDITORIA.
           IF NOT FS-AUDITORIA-OK
              CLOSE AUDITORIA
              OPEN OUTPUT AUDITORIA
           END-IF.

           WRITE REG-AUDITORIA               FROM WS-LOG-LINEA.
           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR BITACORA. FILE STATUS: '
                      FS-AUDITORIA
           END-IF.

           CLOSE AUDITORIA.

       2900-GRABAR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-PERIODOS-DISPONIBLE
              CLOSE PERIODOS
           END-IF.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11PE01.
