      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CONVERSION DEL HISTORICO DIARIO HISTDIA.DAT AL
      *          FORMATO CON UN REGISTRO POR CATEGORIA. EL FORMATO
      *          ANTERIOR GUARDABA UN REGISTRO POR DIA CON HASTA 30
      *          CATEGORIAS ADENTRO; EL NUEVO (CLAVE FECHA+CATEGORIA)
      *          TIENE EL REGISTRO DEL DIA CON LA CATEGORIA EN BLANCO
      *          Y UN REGISTRO POR CADA CATEGORIA DEL DIA.
      *          FUNCION 'VIVO': LEE HISTDIA.ANT (EL HISTDIA.DAT
      *          ANTERIOR, RENOMBRADO POR EL OPERADOR) Y GRABA
      *          HISTDIA.DAT. UN REGISTRO QUE YA ESTA SE DEJA COMO
      *          ESTA, ASI QUE LA CONVERSION SE PUEDE REPETIR.
      *          FUNCION 'ARCHIVO': CONVIERTE EL ARCHIVO ANUAL DE LA
      *          DEPURACION (CL11DP01) DE UN ANIO: LEE HISTDIA.AAAA.ANT
      *          (EL HISTDIA.AAAA ANTERIOR, RENOMBRADO) Y GRABA
      *          HISTDIA.AAAA. LAS LINEAS QUE YA ESTAN EN EL FORMATO
      *          NUEVO PASAN SIN CAMBIOS.
      *          SE CORRE CON EL CIRCUITO DETENIDO, ANTES DE LA PRIMERA
      *          CORRIDA DE CL11EJ01 CON EL FORMATO NUEVO.
      *          USO: CL11HC01 VIVO
      *               CL11HC01 ARCHIVO AAAA
      *          TOMA LA TRABA DE CORRIDA CL11LOCK.DAT COMO LOS DEMAS
      *          ACTUALIZADORES.
      *          CODIGO DE RETORNO: 0 OK, 4 PARAMETROS INVALIDOS, 12
      *          ERROR DE ARCHIVO O TRABA TOMADA.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - Toma la traba CL11LOCK.DAT antes de abrir
      *                    nada y la libera al terminar. Con la traba
      *                    tomada por otro programa no convierte: RC 12
      *                    y constancia en CL11EJ01.LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11HC01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT HISTORIA-ANTERIOR
               ASSIGN TO 'HISTDIA.ANT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-FECHA-CLAVE
               FILE STATUS IS FS-ANTERIOR.

           SELECT HISTORIA-DIARIA
               ASSIGN TO 'HISTDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS FS-HISTORIA.

           SELECT ARCHIVO-ANTERIOR
               ASSIGN DYNAMIC WS-RUTA-ANTERIOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH-ANTERIOR.

           SELECT ARCHIVO-NUEVO
               ASSIGN DYNAMIC WS-RUTA-NUEVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCH-NUEVO.

           SELECT TRABA
               ASSIGN TO 'CL11LOCK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABA.

           SELECT AUDITORIA
               ASSIGN TO 'CL11EJ01.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

      *----------------------------------------------------------------*
      * HISTDIA.DAT EN EL FORMATO ANTERIOR: UN REGISTRO POR DIA CON
      * LAS CATEGORIAS ADENTRO.
      *----------------------------------------------------------------*
       FD HISTORIA-ANTERIOR.
       01 REG-HISTORIA-ANTERIOR.
          05 ANT-FECHA-CLAVE                PIC 9(08).
          05 FILLER                         PIC X(1051).

       FD HISTORIA-DIARIA.
       01 REG-HISTORIA.
          05 HIS-CLAVE.
             10 HIS-FECHA-CLAVE             PIC 9(08).
             10 HIS-CATEGORIA               PIC X(20).
          05 HIS-FECHA                      PIC X(10).
          05 HIS-IMPORTE                    PIC S9(8)V9(2).
          05 HIS-CANT-VENTAS                PIC 9(04).
          05 HIS-CANT-DEVOL                 PIC 9(04).
          05 HIS-CANT-CATEGORIAS            PIC 9(05).
          05 FILLER                         PIC X(19).

      *----------------------------------------------------------------*
      * ARCHIVOS ANUALES DE LA DEPURACION: UNA LINEA POR REGISTRO.
      *----------------------------------------------------------------*
       FD ARCHIVO-ANTERIOR.
       01 REG-ARCHIVO-ANTERIOR              PIC X(1089).

       FD ARCHIVO-NUEVO.
       01 REG-ARCHIVO-NUEVO                 PIC X(1089).

       FD TRABA.
       01 REG-TRABA.
          05 TRB-PROGRAMA                   PIC X(08).
          05 FILLER                         PIC X(01).
          05 TRB-FECHA                      PIC 9(08).
          05 FILLER                         PIC X(01).
          05 TRB-HORA                       PIC 9(06).

       FD AUDITORIA.
       01 REG-AUDITORIA                     PIC X(150).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-ANTERIOR                     PIC X(2).
             88 FS-ANTERIOR-OK                   VALUE '00'.
             88 FS-ANTERIOR-EOF                  VALUE '10'.
          05 FS-HISTORIA                     PIC X(2).
             88 FS-HISTORIA-OK                   VALUE '00'.
             88 FS-HISTORIA-NFD                  VALUE '35'.
          05 FS-ARCH-ANTERIOR                PIC X(2).
             88 FS-ARCH-ANTERIOR-OK              VALUE '00'.
             88 FS-ARCH-ANTERIOR-EOF             VALUE '10'.
          05 FS-ARCH-NUEVO                   PIC X(2).
             88 FS-ARCH-NUEVO-OK                 VALUE '00'.
          05 FS-TRABA                        PIC X(2).
             88 FS-TRABA-OK                      VALUE '00'.
             88 FS-TRABA-EOF                     VALUE '10'.
             88 FS-TRABA-NFD                     VALUE '35'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-PARAMETRO-OK                  VALUE 'S'.
          05 WS-SW-FUNCION                   PIC X(01) VALUE SPACE.
             88 WS-ES-VIVO                       VALUE 'V'.
             88 WS-ES-ARCHIVO                    VALUE 'A'.
          05 WS-SW-ERROR-ARCHIVO             PIC X(01) VALUE 'N'.
             88 WS-HUBO-ERROR-ARCHIVO            VALUE 'S'.
          05 WS-SW-FIN-ENTRADA               PIC X(01) VALUE 'N'.
             88 WS-FIN-ENTRADA                   VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-FUNCION-PARM                 PIC X(10) VALUE SPACES.
          05 WS-ANIO-PARM                    PIC X(04) VALUE SPACES.
          05 WS-ANIO-ARCHIVO                 PIC 9(04) VALUE 0.

       01 WS-RUTAS.
          05 WS-RUTA-ANTERIOR                PIC X(20) VALUE SPACES.
          05 WS-RUTA-NUEVO                   PIC X(20) VALUE SPACES.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * DIA EN EL FORMATO ANTERIOR. EN UNA LINEA DEL ARCHIVO ANUAL EL
      * FORMATO ANTERIOR SE RECONOCE POR LAS BARRAS DE LA FECHA EN
      * LAS POSICIONES 11 Y 14 (EN EL NUEVO AHI ESTA LA CATEGORIA Y LA
      * FECHA EMPIEZA EN LA 29).
      *----------------------------------------------------------------*
       01 WS-HIS-ANTERIOR.
          05 WS-HAN-FECHA-CLAVE              PIC 9(08).
          05 WS-HAN-FECHA                    PIC X(10).
          05 WS-HAN-IMPORTE                  PIC S9(8)V9(2).
          05 WS-HAN-CANT-VENTAS              PIC 9(04).
          05 WS-HAN-CANT-DEVOL               PIC 9(04).
          05 WS-HAN-CANT-CATEGORIAS          PIC 9(03).
          05 WS-HAN-CATEGORIAS OCCURS 30 TIMES.
             10 WS-HAN-CAT-NOMBRE            PIC X(20).
             10 WS-HAN-CAT-IMPORTE           PIC S9(8)V9(2).
             10 WS-HAN-CAT-CANT              PIC 9(04).

       01 WS-SUB-CAT                         PIC 9(02) VALUE 0.
       01 WS-TOPE-CAT                        PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * REGISTRO EN EL FORMATO NUEVO, ARMADO ANTES DE GRABARLO EN
      * HISTDIA.DAT O EN EL ARCHIVO ANUAL.
      *----------------------------------------------------------------*
       01 WS-HIS-NUEVO.
          05 WS-HNU-FECHA-CLAVE              PIC 9(08).
          05 WS-HNU-CATEGORIA                PIC X(20).
          05 WS-HNU-FECHA                    PIC X(10).
          05 WS-HNU-IMPORTE                  PIC S9(8)V9(2).
          05 WS-HNU-CANT-VENTAS              PIC 9(04).
          05 WS-HNU-CANT-DEVOL               PIC 9(04).
          05 WS-HNU-CANT-CATEGORIAS          PIC 9(05).
          05 FILLER                          PIC X(19).

       01 WS-CONTADORES.
          05 WS-CANT-DIAS                    PIC 9(07) VALUE 0.
          05 WS-CANT-GRABADOS                PIC 9(07) VALUE 0.
          05 WS-CANT-EXISTENTES              PIC 9(07) VALUE 0.
          05 WS-CANT-SIN-CAMBIO              PIC 9(07) VALUE 0.

      *----------------------------------------------------------------*
      * TRABA DE CORRIDA COMPARTIDA POR LOS PROGRAMAS QUE ACTUALIZAN
      * ARCHIVOS DEL CIRCUITO, MISMO CRITERIO QUE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-TRABA-CONTROL.
          05 WS-LCK-PROPIA                   PIC X(08)
                                             VALUE 'CL11HC01'.
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
      * EDAD DE LA TRABA A TRAVES DE LA MEDIANOCHE (MISMA TECNICA QUE
      * CL11DV01).
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

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0100-OBTENER-PARAMETROS
              THRU 0100-OBTENER-PARAMETROS-FIN.

      * LA TRABA SE TOMA ANTES DE ABRIR NADA: LA CONVERSION REESCRIBE
      * EL HISTORICO Y NO PUEDE CONVIVIR CON EL CORTE NI CON OTRO
      * ACTUALIZADOR.
           IF WS-PARAMETRO-OK
              PERFORM 0500-TOMAR-TRABA
                 THRU 0500-TOMAR-TRABA-FIN
              IF NOT WS-TRABA-TOMADA
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK AND WS-TRABA-TOMADA
              EVALUATE TRUE
                  WHEN WS-ES-VIVO
                       PERFORM 2000-CONVERTIR-VIVO
                          THRU 2000-CONVERTIR-VIVO-FIN
                  WHEN OTHER
                       PERFORM 2500-CONVERTIR-ARCHIVO
                          THRU 2500-CONVERTIR-ARCHIVO-FIN
              END-EVALUATE
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * PRIMER PARAMETRO: FUNCION ('VIVO' O 'ARCHIVO').
      * SEGUNDO, SOLO PARA EL ARCHIVO: EL ANIO DE CUATRO DIGITOS.
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-FUNCION-PARM FROM ARGUMENT-VALUE.
           ACCEPT WS-ANIO-PARM FROM ARGUMENT-VALUE.

           EVALUATE WS-FUNCION-PARM
               WHEN 'VIVO'
               WHEN 'vivo'
                    MOVE 'V'                 TO WS-SW-FUNCION
               WHEN 'ARCHIVO'
               WHEN 'archivo'
                    MOVE 'A'                 TO WS-SW-FUNCION
               WHEN OTHER
                    DISPLAY 'USO: CL11HC01 VIVO'
                    DISPLAY '     CL11HC01 ARCHIVO AAAA'
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           IF WS-PARAMETRO-OK AND WS-ES-ARCHIVO
              IF WS-ANIO-PARM IS NUMERIC
                 MOVE WS-ANIO-PARM           TO WS-ANIO-ARCHIVO
              END-IF
              IF WS-ANIO-ARCHIVO < 1900
                 DISPLAY 'ANIO INVALIDO: ' WS-ANIO-PARM
                 MOVE 'N'                    TO WS-SW-PARAMETRO-OK
              ELSE
                 STRING 'HISTDIA.'           DELIMITED BY SIZE
                        WS-ANIO-ARCHIVO      DELIMITED BY SIZE
                        '.ANT'               DELIMITED BY SIZE
                        INTO WS-RUTA-ANTERIOR
                 END-STRING
                 STRING 'HISTDIA.'           DELIMITED BY SIZE
                        WS-ANIO-ARCHIVO      DELIMITED BY SIZE
                        INTO WS-RUTA-NUEVO
                 END-STRING
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
      * TRABA VIEJA, LA CONVERSION NO ARRANCA.
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
              DISPLAY 'CONVERSION RECHAZADA: LA TRABA LA TIENE '
                      WS-LCK-DUENO '. REINTENTE MAS TARDE'
              MOVE SPACES                    TO WS-LGT-TEXTO
              STRING 'CONVERSION RECHAZADA, TRABA TOMADA POR '
                                             DELIMITED BY SIZE
                     WS-LCK-DUENO            DELIMITED BY SIZE
                     INTO WS-LGT-TEXTO
              END-STRING
              PERFORM 0590-GRABAR-LOG-TRABA
                 THRU 0590-GRABAR-LOG-TRABA-FIN
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
      * 24 MAS LA DIFERENCIA DE HORAS. UNA FECHA ILEGIBLE EN LA TRABA
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
      * CL11DV01).
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
      * HISTDIA.ANT -> HISTDIA.DAT. EL HISTORICO NUEVO SE CREA SI NO
      * EXISTE.
      *----------------------------------------------------------------*
       2000-CONVERTIR-VIVO.

           OPEN INPUT HISTORIA-ANTERIOR.
           IF NOT FS-ANTERIOR-OK
              DISPLAY 'NO SE PUEDE ABRIR HISTDIA.ANT. FILE STATUS: '
                      FS-ANTERIOR
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN I-O HISTORIA-DIARIA
              IF FS-HISTORIA-NFD
                 CLOSE HISTORIA-DIARIA
                 OPEN OUTPUT HISTORIA-DIARIA
                 CLOSE HISTORIA-DIARIA
                 OPEN I-O HISTORIA-DIARIA
              END-IF
              IF NOT FS-HISTORIA-OK
                 DISPLAY 'NO SE PUEDE ABRIR HISTDIA.DAT. FILE STATUS: '
                         FS-HISTORIA
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
                 CLOSE HISTORIA-ANTERIOR
              END-IF
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2010-CONVERTIR-UN-DIA
                 THRU 2010-CONVERTIR-UN-DIA-FIN
                UNTIL WS-FIN-ENTRADA
                   OR WS-HUBO-ERROR-ARCHIVO
              CLOSE HISTORIA-ANTERIOR
              CLOSE HISTORIA-DIARIA
              DISPLAY 'DIAS LEIDOS DE HISTDIA.ANT: ' WS-CANT-DIAS
              DISPLAY 'REGISTROS GRABADOS EN HISTDIA.DAT: '
                      WS-CANT-GRABADOS
              DISPLAY 'REGISTROS QUE YA ESTABAN: ' WS-CANT-EXISTENTES
           END-IF.

       2000-CONVERTIR-VIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2010-CONVERTIR-UN-DIA.

           READ HISTORIA-ANTERIOR
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ENTRADA
           END-READ.

           IF NOT WS-FIN-ENTRADA
              ADD 1                          TO WS-CANT-DIAS
              MOVE REG-HISTORIA-ANTERIOR     TO WS-HIS-ANTERIOR
              PERFORM 2100-ARMAR-DIA
                 THRU 2100-ARMAR-DIA-FIN
           END-IF.

       2010-CONVERTIR-UN-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PASA UN DIA DEL FORMATO ANTERIOR AL NUEVO: EL REGISTRO DEL DIA
      * Y UNO POR CATEGORIA.
      *----------------------------------------------------------------*
       2100-ARMAR-DIA.

           INITIALIZE WS-HIS-NUEVO.
           MOVE WS-HAN-FECHA-CLAVE           TO WS-HNU-FECHA-CLAVE.
           MOVE SPACES                       TO WS-HNU-CATEGORIA.
           MOVE WS-HAN-FECHA                 TO WS-HNU-FECHA.
           MOVE WS-HAN-IMPORTE               TO WS-HNU-IMPORTE.
           MOVE WS-HAN-CANT-VENTAS           TO WS-HNU-CANT-VENTAS.
           MOVE WS-HAN-CANT-DEVOL            TO WS-HNU-CANT-DEVOL.
           MOVE WS-HAN-CANT-CATEGORIAS       TO WS-HNU-CANT-CATEGORIAS.

           PERFORM 2900-GRABAR-REGISTRO
              THRU 2900-GRABAR-REGISTRO-FIN.

           MOVE WS-HAN-CANT-CATEGORIAS       TO WS-TOPE-CAT.
           IF WS-HAN-CANT-CATEGORIAS > 30
              MOVE 30                        TO WS-TOPE-CAT
           END-IF.

           PERFORM 2110-ARMAR-CATEGORIA
              THRU 2110-ARMAR-CATEGORIA-FIN
             VARYING WS-SUB-CAT FROM 1 BY 1
               UNTIL WS-SUB-CAT > WS-TOPE-CAT
                  OR WS-HUBO-ERROR-ARCHIVO.

       2100-ARMAR-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-ARMAR-CATEGORIA.

           INITIALIZE WS-HIS-NUEVO.
           MOVE WS-HAN-FECHA-CLAVE           TO WS-HNU-FECHA-CLAVE.
           MOVE WS-HAN-CAT-NOMBRE (WS-SUB-CAT)
                                             TO WS-HNU-CATEGORIA.
           MOVE WS-HAN-FECHA                 TO WS-HNU-FECHA.
           MOVE WS-HAN-CAT-IMPORTE (WS-SUB-CAT)
                                             TO WS-HNU-IMPORTE.
           MOVE WS-HAN-CAT-CANT (WS-SUB-CAT) TO WS-HNU-CANT-VENTAS.

           PERFORM 2900-GRABAR-REGISTRO
              THRU 2900-GRABAR-REGISTRO-FIN.

       2110-ARMAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * HISTDIA.AAAA.ANT -> HISTDIA.AAAA.
      *----------------------------------------------------------------*
       2500-CONVERTIR-ARCHIVO.

           OPEN INPUT ARCHIVO-ANTERIOR.
           IF NOT FS-ARCH-ANTERIOR-OK
              DISPLAY 'NO SE PUEDE ABRIR ' WS-RUTA-ANTERIOR
                      '. FILE STATUS: ' FS-ARCH-ANTERIOR
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN OUTPUT ARCHIVO-NUEVO
              IF NOT FS-ARCH-NUEVO-OK
                 DISPLAY 'NO SE PUEDE ABRIR ' WS-RUTA-NUEVO
                         '. FILE STATUS: ' FS-ARCH-NUEVO
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
                 CLOSE ARCHIVO-ANTERIOR
              END-IF
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2510-CONVERTIR-UNA-LINEA
                 THRU 2510-CONVERTIR-UNA-LINEA-FIN
                UNTIL WS-FIN-ENTRADA
                   OR WS-HUBO-ERROR-ARCHIVO
              CLOSE ARCHIVO-ANTERIOR
              CLOSE ARCHIVO-NUEVO
              DISPLAY 'DIAS CONVERTIDOS DE ' WS-RUTA-ANTERIOR ': '
                      WS-CANT-DIAS
              DISPLAY 'LINEAS YA EN EL FORMATO NUEVO: '
                      WS-CANT-SIN-CAMBIO
              DISPLAY 'LINEAS GRABADAS EN ' WS-RUTA-NUEVO ': '
                      WS-CANT-GRABADOS
           END-IF.

       2500-CONVERTIR-ARCHIVO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-CONVERTIR-UNA-LINEA.

           READ ARCHIVO-ANTERIOR
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ENTRADA
           END-READ.

           IF NOT WS-FIN-ENTRADA
              IF REG-ARCHIVO-ANTERIOR (11:1) = '/'
                 AND REG-ARCHIVO-ANTERIOR (14:1) = '/'
                 AND REG-ARCHIVO-ANTERIOR (31:1) NOT = '/'
                 ADD 1                       TO WS-CANT-DIAS
                 MOVE REG-ARCHIVO-ANTERIOR   TO WS-HIS-ANTERIOR
                 PERFORM 2100-ARMAR-DIA
                    THRU 2100-ARMAR-DIA-FIN
              ELSE
                 ADD 1                       TO WS-CANT-SIN-CAMBIO
                 MOVE REG-ARCHIVO-ANTERIOR   TO REG-ARCHIVO-NUEVO
                 PERFORM 2920-ESCRIBIR-LINEA
                    THRU 2920-ESCRIBIR-LINEA-FIN
              END-IF
           END-IF.

       2510-CONVERTIR-UNA-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * GRABA EL REGISTRO ARMADO EN LA SALIDA DE LA FUNCION.
      *----------------------------------------------------------------*
       2900-GRABAR-REGISTRO.

           IF WS-ES-VIVO
              MOVE WS-HIS-NUEVO              TO REG-HISTORIA
              WRITE REG-HISTORIA
                 INVALID KEY
                    IF FS-HISTORIA = '22'
                       ADD 1                 TO WS-CANT-EXISTENTES
                    ELSE
                       DISPLAY 'ERROR AL GRABAR HISTDIA.DAT. FILE '
                               'STATUS: ' FS-HISTORIA
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                    END-IF
                 NOT INVALID KEY
                    ADD 1                    TO WS-CANT-GRABADOS
              END-WRITE
           ELSE
              MOVE WS-HIS-NUEVO              TO REG-ARCHIVO-NUEVO
              PERFORM 2920-ESCRIBIR-LINEA
                 THRU 2920-ESCRIBIR-LINEA-FIN
           END-IF.

       2900-GRABAR-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2920-ESCRIBIR-LINEA.

           WRITE REG-ARCHIVO-NUEVO.
           IF FS-ARCH-NUEVO-OK
              ADD 1                          TO WS-CANT-GRABADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR ' WS-RUTA-NUEVO
                      '. FILE STATUS: ' FS-ARCH-NUEVO
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

       2920-ESCRIBIR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           PERFORM 0900-LIBERAR-TRABA
              THRU 0900-LIBERAR-TRABA-FIN.

           IF WS-HUBO-ERROR-ARCHIVO
              MOVE 12                        TO WS-CODIGO-RETORNO
           END-IF.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11HC01.
