      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: MANTENIMIENTO DEL MAESTRO DE CATEGORIAS
      *          (CATEGOR.DAT). ALTAS, MODIFICACIONES, BAJAS
      *          (DESACTIVACION), REACTIVACIONES, CONSULTAS Y LISTADO
      *          COMPLETO. EL CODIGO DE CATEGORIA ES EL MISMO TEXTO DE
      *          20 POSICIONES QUE VIAJA EN ENT-CATEGORIA DE LOS
      *          ARCHIVOS MENSUALES Y EN TARIFAS.TXT Y CUENTAS.TXT;
      *          CL11EJ01, CL11LQ01, CL11RL01 Y CL11RP01 RECHAZAN A
      *          EXCEPCIO.TXT LAS VENTAS CON UNA CATEGORIA QUE NO ESTA
      *          EN ESTE MAESTRO O ESTA DADA DE BAJA. EL CONTROL
      *          CRUZADO CONTRA TARIFAS Y CUENTAS LO HACE CL11KC01.
      *          USA LA TRABA DE CORRIDA (CL11LOCK.DAT) COMPARTIDA CON
      *          CL11EJ01 Y LOS DEMAS ACTUALIZADORES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11CT01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CATEGORIAS
               ASSIGN TO 'CATEGOR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS FS-CATEGORIAS.

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

       FD CATEGORIAS.
       01 REG-CATEGORIA.
          05 CAT-CODIGO                     PIC X(20).
          05 CAT-DESCRIPCION                PIC X(40).
          05 CAT-ESTADO                     PIC X(01).
             88 CAT-ACTIVA                      VALUE 'A'.
             88 CAT-INACTIVA                    VALUE 'I'.

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
          05 FS-CATEGORIAS                   PIC X(2).
             88 FS-CATEGORIAS-OK                 VALUE '00'.
             88 FS-CATEGORIAS-EOF                VALUE '10'.
             88 FS-CATEGORIAS-NFD                VALUE '35'.
             88 FS-CATEGORIAS-NOTFOUND           VALUE '23'.
             88 FS-CATEGORIAS-DUP                VALUE '22'.
          05 FS-TRABA                        PIC X(2).
             88 FS-TRABA-OK                      VALUE '00'.
             88 FS-TRABA-EOF                     VALUE '10'.
             88 FS-TRABA-NFD                     VALUE '35'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-FIN-MENU                  PIC X(01) VALUE 'N'.
             88 WS-FIN-MENU                      VALUE 'S'.
          05 WS-SW-REG-ENCONTRADO            PIC X(01) VALUE 'N'.
             88 WS-REG-ENCONTRADO                VALUE 'S'.
             88 WS-REG-NO-ENCONTRADO             VALUE 'N'.

       01 WS-ENTRADA-OPERADOR.
          05 WS-OPCION                       PIC X(01) VALUE SPACE.
          05 WS-CODIGO-INGRESADO             PIC X(20) VALUE SPACES.
          05 WS-DESCRIP-INGRESADA            PIC X(40) VALUE SPACES.

       01 WS-CONT-LISTADAS                   PIC 9(04) VALUE 0.

       01 WS-LIS-SEPARADOR                  PIC X(47) VALUE ALL '-'.

       01 WS-LIS-CATEGORIA.
          05 WS-LIS-C-CODIGO                 PIC X(20).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LIS-C-DESCRIP                PIC X(40).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LIS-C-ESTADO                 PIC X(01).

      *----------------------------------------------------------------*
      * TRABA DE CORRIDA COMPARTIDA POR LOS PROGRAMAS QUE ACTUALIZAN
      * ARCHIVOS DEL CIRCUITO, MISMO CRITERIO QUE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-TRABA-CONTROL.
          05 WS-LCK-PROPIA                   PIC X(08)
                                             VALUE 'CL11CT01'.
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

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           PERFORM 2000-PROCESAR-MENU
              THRU 2000-PROCESAR-MENU-FIN
             UNTIL WS-FIN-MENU.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           STOP RUN.
      *----------------------------------------------------------------*
      * ABRE EL MAESTRO EN ACTUALIZACION; SI TODAVIA NO EXISTE SE CREA
      * VACIO, IGUAL QUE HACEN CL11MA01 Y CL11SU01 CON SUS MAESTROS.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

      * LA TRABA DE CORRIDA SE TOMA ANTES DE ABRIR EL MAESTRO: EL
      * MANTENIMIENTO NO CONVIVE CON EL CORTE NI CON OTRO
      * ACTUALIZADOR.
           PERFORM 0500-TOMAR-TRABA
              THRU 0500-TOMAR-TRABA-FIN.

           IF NOT WS-TRABA-TOMADA
              MOVE 'S'                      TO WS-SW-FIN-MENU
           END-IF.

           IF NOT WS-FIN-MENU
              OPEN I-O CATEGORIAS
              IF NOT FS-CATEGORIAS-OK
                 CLOSE CATEGORIAS
                 OPEN OUTPUT CATEGORIAS
                 CLOSE CATEGORIAS
                 OPEN I-O CATEGORIAS
              END-IF
              IF NOT FS-CATEGORIAS-OK
                 DISPLAY 'ERROR AL ABRIR EL MAESTRO DE CATEGORIAS. '
                         'FILE STATUS: ' FS-CATEGORIAS
                 MOVE 'S'                   TO WS-SW-FIN-MENU
              END-IF
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA LA TRABA DE CORRIDA COMPARTIDA (MISMO CRITERIO QUE
      * CL11EJ01): SI OTRO ACTUALIZADOR LA TIENE TOMADA Y NO ES UNA
      * TRABA VIEJA, ESTE PROGRAMA SE NIEGA A ARRANCAR.
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
              DISPLAY 'MANTENIMIENTO RECHAZADO: LA TRABA LA TIENE '
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
      * MUESTRA EL MENU PRINCIPAL Y DERIVA A LA OPERACION ELEGIDA.
      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY ' '.
           DISPLAY 'MANTENIMIENTO DEL MAESTRO DE CATEGORIAS'.
           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY 'A - ALTA DE CATEGORIA'.
           DISPLAY 'M - MODIFICACION DE CATEGORIA'.
           DISPLAY 'B - BAJA (DESACTIVACION) DE CATEGORIA'.
           DISPLAY 'R - REACTIVACION DE CATEGORIA'.
           DISPLAY 'C - CONSULTA DE CATEGORIA'.
           DISPLAY 'L - LISTADO COMPLETO'.
           DISPLAY 'F - FIN'.
           DISPLAY 'OPCION: '.
           ACCEPT WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 'A'
               WHEN 'a'
                    PERFORM 2100-ALTA-CATEGORIA
                       THRU 2100-ALTA-CATEGORIA-FIN
               WHEN 'M'
               WHEN 'm'
                    PERFORM 2200-MODIFICAR-CATEGORIA
                       THRU 2200-MODIFICAR-CATEGORIA-FIN
               WHEN 'B'
               WHEN 'b'
                    PERFORM 2300-BAJA-CATEGORIA
                       THRU 2300-BAJA-CATEGORIA-FIN
               WHEN 'R'
               WHEN 'r'
                    PERFORM 2400-REACTIVAR-CATEGORIA
                       THRU 2400-REACTIVAR-CATEGORIA-FIN
               WHEN 'C'
               WHEN 'c'
                    PERFORM 2500-CONSULTAR-CATEGORIA
                       THRU 2500-CONSULTAR-CATEGORIA-FIN
               WHEN 'L'
               WHEN 'l'
                    PERFORM 2700-LISTAR-CATEGORIAS
                       THRU 2700-LISTAR-CATEGORIAS-FIN
               WHEN 'F'
               WHEN 'f'
                    MOVE 'S'                 TO WS-SW-FIN-MENU
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ALTA-CATEGORIA.

           PERFORM 2600-PEDIR-CODIGO
              THRU 2600-PEDIR-CODIGO-FIN.

           IF WS-CODIGO-INGRESADO NOT = SPACES
              PERFORM 2650-LEER-CATEGORIA
                 THRU 2650-LEER-CATEGORIA-FIN
              IF WS-REG-ENCONTRADO
                 DISPLAY 'LA CATEGORIA ' WS-CODIGO-INGRESADO
                         ' YA EXISTE EN EL MAESTRO'
              ELSE
                 PERFORM 2110-CARGAR-DATOS-ALTA
                    THRU 2110-CARGAR-DATOS-ALTA-FIN
              END-IF
           END-IF.

       2100-ALTA-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-CARGAR-DATOS-ALTA.

           DISPLAY 'DESCRIPCION DE LA CATEGORIA: '.
           ACCEPT WS-DESCRIP-INGRESADA.

           IF WS-DESCRIP-INGRESADA = SPACES
              DISPLAY 'LA DESCRIPCION NO PUEDE QUEDAR EN BLANCO'
           ELSE
              MOVE WS-CODIGO-INGRESADO       TO CAT-CODIGO
              MOVE WS-DESCRIP-INGRESADA      TO CAT-DESCRIPCION
              MOVE 'A'                       TO CAT-ESTADO
              WRITE REG-CATEGORIA
                 INVALID KEY
                    DISPLAY 'ERROR AL GRABAR EL ALTA. FILE STATUS: '
                            FS-CATEGORIAS
                 NOT INVALID KEY
                    DISPLAY 'ALTA GRABADA PARA LA CATEGORIA '
                            CAT-CODIGO
              END-WRITE
           END-IF.

       2110-CARGAR-DATOS-ALTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MODIFICA LA DESCRIPCION. UN CAMPO INGRESADO EN BLANCO CONSERVA
      * EL VALOR ACTUAL DEL MAESTRO.
      *----------------------------------------------------------------*
       2200-MODIFICAR-CATEGORIA.

           PERFORM 2600-PEDIR-CODIGO
              THRU 2600-PEDIR-CODIGO-FIN.

           IF WS-CODIGO-INGRESADO NOT = SPACES
              PERFORM 2650-LEER-CATEGORIA
                 THRU 2650-LEER-CATEGORIA-FIN
              IF WS-REG-NO-ENCONTRADO
                 DISPLAY 'LA CATEGORIA ' WS-CODIGO-INGRESADO
                         ' NO EXISTE EN EL MAESTRO'
              ELSE
                 PERFORM 2550-MOSTRAR-CATEGORIA
                    THRU 2550-MOSTRAR-CATEGORIA-FIN
                 DISPLAY 'NUEVA DESCRIPCION (BLANCO = NO CAMBIA): '
                 ACCEPT WS-DESCRIP-INGRESADA
                 IF WS-DESCRIP-INGRESADA NOT = SPACES
                    MOVE WS-DESCRIP-INGRESADA
                                             TO CAT-DESCRIPCION
                 END-IF
                 REWRITE REG-CATEGORIA
                    INVALID KEY
                       DISPLAY 'ERROR AL GRABAR LA MODIFICACION. '
                               'FILE STATUS: ' FS-CATEGORIAS
                    NOT INVALID KEY
                       DISPLAY 'MODIFICACION GRABADA PARA LA '
                               'CATEGORIA ' CAT-CODIGO
                 END-REWRITE
              END-IF
           END-IF.

       2200-MODIFICAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DESACTIVA LA CATEGORIA. EL REGISTRO NO SE BORRA: LOS HISTORICOS
      * DE LOS MESES YA PROCESADOS LA SIGUEN NOMBRANDO, Y DESDE LA BAJA
      * LOS PROGRAMAS DEL CIRCUITO RECHAZAN LAS VENTAS QUE LA TRAEN.
      *----------------------------------------------------------------*
       2300-BAJA-CATEGORIA.

           PERFORM 2600-PEDIR-CODIGO
              THRU 2600-PEDIR-CODIGO-FIN.

           IF WS-CODIGO-INGRESADO NOT = SPACES
              PERFORM 2650-LEER-CATEGORIA
                 THRU 2650-LEER-CATEGORIA-FIN
              EVALUATE TRUE
                  WHEN WS-REG-NO-ENCONTRADO
                       DISPLAY 'LA CATEGORIA ' WS-CODIGO-INGRESADO
                               ' NO EXISTE EN EL MAESTRO'
                  WHEN CAT-INACTIVA
                       DISPLAY 'LA CATEGORIA YA SE ENCUENTRA INACTIVA'
                  WHEN OTHER
                       MOVE 'I'              TO CAT-ESTADO
                       REWRITE REG-CATEGORIA
                          INVALID KEY
                             DISPLAY 'ERROR AL GRABAR LA BAJA. '
                                     'FILE STATUS: ' FS-CATEGORIAS
                          NOT INVALID KEY
                             DISPLAY 'BAJA GRABADA PARA LA CATEGORIA '
                                     CAT-CODIGO
                       END-REWRITE
              END-EVALUATE
           END-IF.

       2300-BAJA-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2400-REACTIVAR-CATEGORIA.

           PERFORM 2600-PEDIR-CODIGO
              THRU 2600-PEDIR-CODIGO-FIN.

           IF WS-CODIGO-INGRESADO NOT = SPACES
              PERFORM 2650-LEER-CATEGORIA
                 THRU 2650-LEER-CATEGORIA-FIN
              EVALUATE TRUE
                  WHEN WS-REG-NO-ENCONTRADO
                       DISPLAY 'LA CATEGORIA ' WS-CODIGO-INGRESADO
                               ' NO EXISTE EN EL MAESTRO'
                  WHEN CAT-ACTIVA
                       DISPLAY 'LA CATEGORIA YA SE ENCUENTRA ACTIVA'
                  WHEN OTHER
                       MOVE 'A'              TO CAT-ESTADO
                       REWRITE REG-CATEGORIA
                          INVALID KEY
                             DISPLAY 'ERROR AL GRABAR LA REACTIVACION.'
                                     ' FILE STATUS: ' FS-CATEGORIAS
                          NOT INVALID KEY
                             DISPLAY 'REACTIVACION GRABADA PARA LA '
                                     'CATEGORIA ' CAT-CODIGO
                       END-REWRITE
              END-EVALUATE
           END-IF.

       2400-REACTIVAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2500-CONSULTAR-CATEGORIA.

           PERFORM 2600-PEDIR-CODIGO
              THRU 2600-PEDIR-CODIGO-FIN.

           IF WS-CODIGO-INGRESADO NOT = SPACES
              PERFORM 2650-LEER-CATEGORIA
                 THRU 2650-LEER-CATEGORIA-FIN
              IF WS-REG-NO-ENCONTRADO
                 DISPLAY 'LA CATEGORIA ' WS-CODIGO-INGRESADO
                         ' NO EXISTE EN EL MAESTRO'
              ELSE
                 PERFORM 2550-MOSTRAR-CATEGORIA
                    THRU 2550-MOSTRAR-CATEGORIA-FIN
              END-IF
           END-IF.

       2500-CONSULTAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-MOSTRAR-CATEGORIA.

           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY 'CODIGO      : ' CAT-CODIGO.
           DISPLAY 'DESCRIPCION : ' CAT-DESCRIPCION.
           DISPLAY 'ESTADO      : ' CAT-ESTADO.
           DISPLAY WS-LIS-SEPARADOR.

       2550-MOSTRAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIDE EL CODIGO DE CATEGORIA AL OPERADOR. UN INGRESO EN BLANCO
      * CANCELA LA OPERACION.
      *----------------------------------------------------------------*
       2600-PEDIR-CODIGO.

           MOVE SPACES                       TO WS-CODIGO-INGRESADO.

           DISPLAY 'CODIGO DE CATEGORIA (BLANCO = CANCELAR): '.
           ACCEPT WS-CODIGO-INGRESADO.

       2600-PEDIR-CODIGO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE EL MAESTRO POR CLAVE Y DEJA EL RESULTADO EN EL SWITCH
      * WS-SW-REG-ENCONTRADO.
      *----------------------------------------------------------------*
       2650-LEER-CATEGORIA.

           MOVE WS-CODIGO-INGRESADO          TO CAT-CODIGO.

           READ CATEGORIAS
              KEY IS CAT-CODIGO
              INVALID KEY
                 MOVE 'N'                    TO WS-SW-REG-ENCONTRADO
              NOT INVALID KEY
                 MOVE 'S'                    TO WS-SW-REG-ENCONTRADO
           END-READ.

       2650-LEER-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LISTA TODAS LAS CATEGORIAS DEL MAESTRO EN ORDEN DE CODIGO.
      *----------------------------------------------------------------*
       2700-LISTAR-CATEGORIAS.

           MOVE 0                            TO WS-CONT-LISTADAS.
           MOVE SPACES                       TO CAT-CODIGO.

           START CATEGORIAS
              KEY IS NOT LESS THAN CAT-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY WS-LIS-SEPARADOR
                 PERFORM 2710-LISTAR-UNA-CATEGORIA
                    THRU 2710-LISTAR-UNA-CATEGORIA-FIN
                   UNTIL FS-CATEGORIAS NOT = '00'
                      AND FS-CATEGORIAS NOT = '02'
                 DISPLAY WS-LIS-SEPARADOR
           END-START.

           IF WS-CONT-LISTADAS = 0
              DISPLAY 'EL MAESTRO DE CATEGORIAS ESTA VACIO'
           ELSE
              DISPLAY 'CATEGORIAS LISTADAS: ' WS-CONT-LISTADAS
           END-IF.

       2700-LISTAR-CATEGORIAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-LISTAR-UNA-CATEGORIA.

           READ CATEGORIAS NEXT RECORD.

           IF FS-CATEGORIAS = '00' OR FS-CATEGORIAS = '02'
              ADD 1                          TO WS-CONT-LISTADAS
              MOVE CAT-CODIGO                TO WS-LIS-C-CODIGO
              MOVE CAT-DESCRIPCION           TO WS-LIS-C-DESCRIP
              MOVE CAT-ESTADO                TO WS-LIS-C-ESTADO
              DISPLAY WS-LIS-CATEGORIA
           END-IF.

       2710-LISTAR-UNA-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-TRABA-TOMADA
              CLOSE CATEGORIAS
              PERFORM 0900-LIBERAR-TRABA
                 THRU 0900-LIBERAR-TRABA-FIN
              DISPLAY 'FIN DEL MANTENIMIENTO DE CATEGORIAS'
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11CT01.
