      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: MANTENIMIENTO DE LAS METAS MENSUALES DE VENTA POR
      *          VENDEDOR (METAS.DAT, CLAVE EMPLEADO + PERIODO
      *          AAAAMM). ALTAS, MODIFICACIONES, BAJAS, CONSULTA DE
      *          LAS METAS DE UN VENDEDOR, LISTADO DE UN PERIODO Y
      *          CARGA MASIVA DESDE METAS.TXT. CADA LEGAJO SE VALIDA
      *          CONTRA EL MAESTRO DE EMPLEADOS (MAESTRO.DAT,
      *          CL11MA01): NO SE CARGAN METAS A LEGAJOS INEXISTENTES
      *          NI DADOS DE BAJA. EL CUMPLIMIENTO LO INFORMA CL11CU01.
      *          LA CARGA MASIVA REEMPLAZA LA META YA CARGADA DEL MISMO
      *          VENDEDOR Y PERIODO; LAS LINEAS RECHAZADAS VAN CON SU
      *          MOTIVO A CARGAMET.TXT Y LOS TOTALES A CL11EJ01.LOG.
      *          FORMATO DE METAS.TXT, UNA META POR LINEA:
      *            COL  1- 5 LEGAJO
      *            COL  7-12 PERIODO AAAAMM
      *            COL 14-27 IMPORTE (999999,99; PUNTOS DE MILES
      *                      OPCIONALES)
      *          USA LA TRABA DE CORRIDA (CL11LOCK.DAT) COMPARTIDA CON
      *          CL11EJ01 Y LOS DEMAS ACTUALIZADORES.
      *          USO: CL11MT01          (MENU)
      *               CL11MT01 CARGA    (SOLO CARGA MASIVA, PARA EL
      *                                  PLANIFICADOR)
      *          CODIGO DE RETORNO DE LA CARGA: 0 OK, 4 HUBO LINEAS
      *          RECHAZADAS, 12 ERROR DE ARCHIVO O TRABA TOMADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11MT01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT METAS
               ASSIGN TO 'METAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MET-CLAVE
               FILE STATUS IS FS-METAS.

           SELECT MAESTRO
               ASSIGN TO 'MAESTRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAE-ID-EMPLEADO
               FILE STATUS IS FS-MAESTRO.

           SELECT METAS-TXT
               ASSIGN TO 'METAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METAS-TXT.

           SELECT RECHAZOS
               ASSIGN TO 'CARGAMET.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZOS.

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
      * META DE VENTA NETA DE UN VENDEDOR PARA UN MES. ORIGEN: M =
      * CARGADA POR MENU, C = CARGA MASIVA.
      *----------------------------------------------------------------*
       FD METAS.
       01 REG-META.
          05 MET-CLAVE.
             10 MET-ID-EMPLEADO             PIC 9(05).
             10 MET-PERIODO                 PIC 9(06).
          05 MET-IMPORTE                    PIC 9(10)V9(2).
          05 MET-FECHA-CARGA                PIC 9(08).
          05 MET-ORIGEN                     PIC X(01).

       FD MAESTRO.
       01 REG-MAESTRO.
          05 MAE-ID-EMPLEADO                PIC 9(05).
          05 MAE-NOMBRE-APELLIDO            PIC X(40).
          05 MAE-CATEGORIA                  PIC X(20).
          05 MAE-FECHA-ALTA                 PIC 9(08).
          05 MAE-ESTADO                     PIC X(01).
             88 MAE-ACTIVO                      VALUE 'A'.
             88 MAE-INACTIVO                    VALUE 'I'.
          05 MAE-FECHA-BAJA                 PIC 9(08).

       FD METAS-TXT.
       01 REG-META-TXT.
          05 TXM-ID-EMPLEADO                PIC X(05).
          05 FILLER                         PIC X(01).
          05 TXM-PERIODO                    PIC X(06).
          05 TXM-PERIODO-R REDEFINES TXM-PERIODO.
             10 TXM-ANIO                    PIC X(04).
             10 TXM-MES                     PIC X(02).
          05 FILLER                         PIC X(01).
          05 TXM-IMPORTE                    PIC X(14).
          05 FILLER                         PIC X(53).

       FD RECHAZOS.
       01 REG-RECHAZO                       PIC X(132).

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
          05 FS-METAS                        PIC X(2).
             88 FS-METAS-OK                      VALUE '00'.
             88 FS-METAS-NFD                     VALUE '35'.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
          05 FS-METAS-TXT                    PIC X(2).
             88 FS-METAS-TXT-OK                  VALUE '00'.
             88 FS-METAS-TXT-EOF                 VALUE '10'.
             88 FS-METAS-TXT-NFD                 VALUE '35'.
          05 FS-RECHAZOS                     PIC X(2).
             88 FS-RECHAZOS-OK                   VALUE '00'.
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
          05 WS-SW-MODO-CARGA                PIC X(01) VALUE 'N'.
             88 WS-MODO-CARGA                    VALUE 'S'.
          05 WS-SW-ARCHIVOS-ABIERTOS         PIC X(01) VALUE 'N'.
             88 WS-ARCHIVOS-ABIERTOS             VALUE 'S'.
          05 WS-SW-FIN-TXT                   PIC X(01) VALUE 'N'.
             88 WS-FIN-TXT                       VALUE 'S'.
          05 WS-SW-FIN-LISTADO               PIC X(01) VALUE 'N'.
             88 WS-FIN-LISTADO                   VALUE 'S'.
          05 WS-SW-DATOS-VALIDOS             PIC X(01) VALUE 'N'.
             88 WS-DATOS-VALIDOS                 VALUE 'S'.
          05 WS-SW-IMPORTE-OK                PIC X(01) VALUE 'S'.
             88 WS-IMPORTE-OK                    VALUE 'S'.
             88 WS-IMPORTE-MAL                   VALUE 'N'.

       01 WS-PARAMETROS.
          05 WS-FUNCION-PARM                 PIC X(10) VALUE SPACES.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

       01 WS-ENTRADA-OPERADOR.
          05 WS-OPCION                       PIC X(01) VALUE SPACE.
          05 WS-ID-INGRESADO                 PIC X(05) VALUE SPACES.
          05 WS-PERIODO-INGRESADO            PIC X(07) VALUE SPACES.
          05 WS-IMPORTE-INGRESADO            PIC X(14) VALUE SPACES.

      *----------------------------------------------------------------*
      * DATOS DE LA META EN EDICION (MENU O LINEA DE METAS.TXT) Y
      * MOTIVO DEL RECHAZO CUANDO NO VALIDAN.
      *----------------------------------------------------------------*
       01 WS-META-EDICION.
          05 WS-EDI-ID-EMPLEADO              PIC 9(05) VALUE 0.
          05 WS-EDI-PERIODO                  PIC 9(06) VALUE 0.
          05 WS-EDI-PERIODO-R REDEFINES WS-EDI-PERIODO.
             10 WS-EDI-ANIO                  PIC 9(04).
             10 WS-EDI-MES                   PIC 9(02).
          05 WS-EDI-IMPORTE                  PIC 9(10)V9(2) VALUE 0.
          05 WS-EDI-MOTIVO                   PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------*
      * LECTURA DE IMPORTES EN TEXTO (MISMA RUTINA QUE CL11TA01): COMA
      * DECIMAL CON HASTA DOS DECIMALES, PUNTOS DE MILES IGNORADOS.
      *----------------------------------------------------------------*
       01 WS-PARSEO-IMPORTE.
          05 WS-PI-TEXTO                     PIC X(14).
          05 WS-PI-POSICION                  PIC 9(02).
          05 WS-PI-CARACTER                  PIC X(01).
          05 WS-PI-DIGITO                    PIC 9(01).
          05 WS-PI-ENTERO                    PIC 9(10).
          05 WS-PI-DECIMALES                 PIC 9(02).
          05 WS-PI-CANT-DEC                  PIC 9(01).
          05 WS-PI-CANT-ENT                  PIC 9(02).
          05 WS-PI-EN-DECIMALES              PIC X(01).
          05 WS-PI-HUBO-DIGITO               PIC X(01).
          05 WS-PI-VALOR                     PIC 9(10)V9(2).

       01 WS-CONTADORES-CARGA.
          05 WS-CNT-LEIDAS                   PIC 9(07) VALUE 0.
          05 WS-CNT-ALTAS                    PIC 9(07) VALUE 0.
          05 WS-CNT-MODIFICADAS              PIC 9(07) VALUE 0.
          05 WS-CNT-RECHAZADAS               PIC 9(07) VALUE 0.

       01 WS-CONT-LISTADAS                   PIC 9(05) VALUE 0.
       01 WS-TOT-LISTADO                     PIC 9(12)V9(2) VALUE 0.

       01 WS-FECHA-HOY                       PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 WS-FHY-ANIO                     PIC 9(04).
          05 WS-FHY-MES                      PIC 9(02).
          05 WS-FHY-DIA                      PIC 9(02).
       01 WS-HORA-AHORA                      PIC 9(08) VALUE 0.

       01 WS-LIS-SEPARADOR                  PIC X(80) VALUE ALL '-'.

       01 WS-LIS-META.
          05 WS-LIS-M-ID                     PIC 9(05).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LIS-M-NOMBRE                 PIC X(30).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LIS-M-MES                    PIC 9(02).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-LIS-M-ANIO                   PIC 9(04).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LIS-M-IMPORTE                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LIS-M-ORIGEN                 PIC X(01).

       01 WS-LIS-TOTAL.
          05 FILLER                          PIC X(20)
                                             VALUE 'METAS LISTADAS: '.
          05 WS-LIS-T-CANTIDAD               PIC ZZ.ZZ9.
          05 FILLER                          PIC X(12)
                                             VALUE '   TOTAL: '.
          05 WS-LIS-T-IMPORTE                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------------*
      * LINEA DE CARGAMET.TXT: NUMERO DE LINEA DE METAS.TXT, LA LINEA
      * COMO VINO Y EL MOTIVO DEL RECHAZO.
      *----------------------------------------------------------------*
       01 WS-RECHAZO-LINEA.
          05 WS-REC-NUMERO                   PIC ZZZZZZ9.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-REC-TEXTO                    PIC X(27).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-REC-MOTIVO                   PIC X(40).

      *----------------------------------------------------------------*
      * LINEA DE TOTALES DE LA CARGA MASIVA EN CL11EJ01.LOG. EMPIEZA
      * CON EL NOMBRE DEL PROGRAMA, COMO LAS DE LA TRABA, PARA QUE
      * CL11BA01 NO LA TOME POR UNA CORRIDA DE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-LOG-CARGA.
          05 WS-LGC-PROGRAMA                 PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGC-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGC-HORA                     PIC X(08).
          05 FILLER                          PIC X(22)
                           VALUE ' | CARGA DE METAS | L '.
          05 WS-LGC-LEIDAS                   PIC 9(07).
          05 FILLER                          PIC X(03) VALUE ' A '.
          05 WS-LGC-ALTAS                    PIC 9(07).
          05 FILLER                          PIC X(03) VALUE ' M '.
          05 WS-LGC-MODIFICADAS              PIC 9(07).
          05 FILLER                          PIC X(03) VALUE ' R '.
          05 WS-LGC-RECHAZADAS               PIC 9(07).

      *----------------------------------------------------------------*
      * TRABA DE CORRIDA COMPARTIDA POR LOS PROGRAMAS QUE ACTUALIZAN
      * ARCHIVOS DEL CIRCUITO, MISMO CRITERIO QUE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-TRABA-CONTROL.
          05 WS-LCK-PROPIA                   PIC X(08)
                                             VALUE 'CL11MT01'.
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

           PERFORM 1000-INICIAR-PROGRAMA
              THRU 1000-INICIAR-PROGRAMA-FIN.

           IF WS-MODO-CARGA
              IF WS-ARCHIVOS-ABIERTOS
                 PERFORM 2800-CARGA-MASIVA
                    THRU 2800-CARGA-MASIVA-FIN
              END-IF
           ELSE
              PERFORM 2000-PROCESAR-MENU
                 THRU 2000-PROCESAR-MENU-FIN
                UNTIL WS-FIN-MENU
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * SIN PARAMETRO SE TRABAJA CON EL MENU; 'CARGA' HACE SOLO LA
      * CARGA MASIVA, SIN PREGUNTAR NADA.
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-FUNCION-PARM FROM ARGUMENT-VALUE.

           EVALUATE WS-FUNCION-PARM
               WHEN SPACES
                    CONTINUE
               WHEN 'CARGA'
               WHEN 'carga'
                    MOVE 'S'                 TO WS-SW-MODO-CARGA
               WHEN OTHER
                    DISPLAY 'USO: CL11MT01'
                    DISPLAY '     CL11MT01 CARGA'
                    MOVE 'S'                 TO WS-SW-FIN-MENU
                    MOVE 4                   TO WS-CODIGO-RETORNO
           END-EVALUATE.

       0100-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA TRABA SE TOMA ANTES DE ABRIR NADA. METAS.DAT SE CREA VACIO
      * SI NO EXISTE; SIN MAESTRO DE EMPLEADOS NO SE PUEDE VALIDAR Y
      * EL PROGRAMA NO ARRANCA.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FECHA-HOY               FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA              FROM TIME.

           IF NOT WS-FIN-MENU
              PERFORM 0500-TOMAR-TRABA
                 THRU 0500-TOMAR-TRABA-FIN
              IF NOT WS-TRABA-TOMADA
                 MOVE 'S'                    TO WS-SW-FIN-MENU
                 MOVE 12                     TO WS-CODIGO-RETORNO
              END-IF
           END-IF.

           IF NOT WS-FIN-MENU
              OPEN I-O METAS
              IF FS-METAS-NFD
                 CLOSE METAS
                 OPEN OUTPUT METAS
                 CLOSE METAS
                 OPEN I-O METAS
              END-IF
              IF NOT FS-METAS-OK
                 DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE METAS '
                         '(METAS.DAT). FILE STATUS: ' FS-METAS
                 MOVE 'S'                    TO WS-SW-FIN-MENU
                 MOVE 12                     TO WS-CODIGO-RETORNO
              END-IF
           END-IF.

           IF NOT WS-FIN-MENU
              OPEN INPUT MAESTRO
              IF NOT FS-MAESTRO-OK
                 DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO DE EMPLEADOS '
                         '(MAESTRO.DAT). FILE STATUS: ' FS-MAESTRO
                 CLOSE METAS
                 MOVE 'S'                    TO WS-SW-FIN-MENU
                 MOVE 12                     TO WS-CODIGO-RETORNO
              END-IF
           END-IF.

           IF NOT WS-FIN-MENU
              MOVE 'S'                       TO WS-SW-ARCHIVOS-ABIERTOS
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
      * MUESTRA EL MENU PRINCIPAL Y DERIVA A LA OPERACION ELEGIDA.
      *----------------------------------------------------------------*
       2000-PROCESAR-MENU.

           DISPLAY ' '.
           DISPLAY 'MANTENIMIENTO DE METAS MENSUALES POR VENDEDOR'.
           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY 'A - ALTA DE META'.
           DISPLAY 'M - MODIFICACION DE META'.
           DISPLAY 'B - BAJA DE META'.
           DISPLAY 'C - CONSULTA DE LAS METAS DE UN VENDEDOR'.
           DISPLAY 'L - LISTADO DE UN PERIODO'.
           DISPLAY 'G - CARGA MASIVA DESDE METAS.TXT'.
           DISPLAY 'F - FIN'.
           DISPLAY 'OPCION: '.
           ACCEPT WS-OPCION.

           EVALUATE WS-OPCION
               WHEN 'A'
               WHEN 'a'
                    PERFORM 2100-ALTA-META
                       THRU 2100-ALTA-META-FIN
               WHEN 'M'
               WHEN 'm'
                    PERFORM 2200-MODIFICAR-META
                       THRU 2200-MODIFICAR-META-FIN
               WHEN 'B'
               WHEN 'b'
                    PERFORM 2300-BAJA-META
                       THRU 2300-BAJA-META-FIN
               WHEN 'C'
               WHEN 'c'
                    PERFORM 2500-CONSULTAR-VENDEDOR
                       THRU 2500-CONSULTAR-VENDEDOR-FIN
               WHEN 'L'
               WHEN 'l'
                    PERFORM 2700-LISTAR-PERIODO
                       THRU 2700-LISTAR-PERIODO-FIN
               WHEN 'G'
               WHEN 'g'
                    PERFORM 2800-CARGA-MASIVA
                       THRU 2800-CARGA-MASIVA-FIN
               WHEN 'F'
               WHEN 'f'
                    MOVE 'S'                 TO WS-SW-FIN-MENU
               WHEN OTHER
                    DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       2000-PROCESAR-MENU-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2100-ALTA-META.

           PERFORM 2600-PEDIR-CLAVE
              THRU 2600-PEDIR-CLAVE-FIN.

           IF WS-DATOS-VALIDOS
              PERFORM 2650-LEER-META
                 THRU 2650-LEER-META-FIN
              IF WS-REG-ENCONTRADO
                 DISPLAY 'YA HAY UNA META CARGADA PARA ESE VENDEDOR Y '
                         'PERIODO (USE LA OPCION M)'
              ELSE
                 PERFORM 2620-PEDIR-IMPORTE
                    THRU 2620-PEDIR-IMPORTE-FIN
              END-IF
           END-IF.

           IF WS-DATOS-VALIDOS AND WS-REG-NO-ENCONTRADO
              MOVE WS-EDI-ID-EMPLEADO        TO MET-ID-EMPLEADO
              MOVE WS-EDI-PERIODO            TO MET-PERIODO
              MOVE WS-EDI-IMPORTE            TO MET-IMPORTE
              MOVE WS-FECHA-HOY              TO MET-FECHA-CARGA
              MOVE 'M'                       TO MET-ORIGEN
              WRITE REG-META
                 INVALID KEY
                    DISPLAY 'ERROR AL GRABAR EL ALTA. FILE STATUS: '
                            FS-METAS
                 NOT INVALID KEY
                    DISPLAY 'META GRABADA PARA EL LEGAJO '
                            MET-ID-EMPLEADO
              END-WRITE
           END-IF.

       2100-ALTA-META-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2200-MODIFICAR-META.

           PERFORM 2600-PEDIR-CLAVE
              THRU 2600-PEDIR-CLAVE-FIN.

           IF WS-DATOS-VALIDOS
              PERFORM 2650-LEER-META
                 THRU 2650-LEER-META-FIN
              IF WS-REG-NO-ENCONTRADO
                 DISPLAY 'NO HAY META CARGADA PARA ESE VENDEDOR Y '
                         'PERIODO'
              ELSE
                 MOVE MET-IMPORTE            TO WS-LIS-M-IMPORTE
                 DISPLAY 'META ACTUAL: ' WS-LIS-M-IMPORTE
                 PERFORM 2620-PEDIR-IMPORTE
                    THRU 2620-PEDIR-IMPORTE-FIN
              END-IF
           END-IF.

           IF WS-DATOS-VALIDOS AND WS-REG-ENCONTRADO
              MOVE WS-EDI-IMPORTE            TO MET-IMPORTE
              MOVE WS-FECHA-HOY              TO MET-FECHA-CARGA
              MOVE 'M'                       TO MET-ORIGEN
              REWRITE REG-META
                 INVALID KEY
                    DISPLAY 'ERROR AL GRABAR LA MODIFICACION. '
                            'FILE STATUS: ' FS-METAS
                 NOT INVALID KEY
                    DISPLAY 'MODIFICACION GRABADA PARA EL LEGAJO '
                            MET-ID-EMPLEADO
              END-REWRITE
           END-IF.

       2200-MODIFICAR-META-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA BAJA BORRA LA META: UN VENDEDOR SIN META SALE EN EL
      * REPORTE DE CUMPLIMIENTO COMO ACTIVO SIN META CARGADA.
      *----------------------------------------------------------------*
       2300-BAJA-META.

           PERFORM 2600-PEDIR-CLAVE
              THRU 2600-PEDIR-CLAVE-FIN.

           IF WS-DATOS-VALIDOS
              PERFORM 2650-LEER-META
                 THRU 2650-LEER-META-FIN
              IF WS-REG-NO-ENCONTRADO
                 DISPLAY 'NO HAY META CARGADA PARA ESE VENDEDOR Y '
                         'PERIODO'
              ELSE
                 DELETE METAS RECORD
                    INVALID KEY
                       DISPLAY 'ERROR AL BORRAR LA META. FILE STATUS: '
                               FS-METAS
                    NOT INVALID KEY
                       DISPLAY 'META BORRADA PARA EL LEGAJO '
                               MET-ID-EMPLEADO
                 END-DELETE
              END-IF
           END-IF.

       2300-BAJA-META-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TODAS LAS METAS DE UN VENDEDOR, EN ORDEN DE PERIODO.
      *----------------------------------------------------------------*
       2500-CONSULTAR-VENDEDOR.

           PERFORM 2610-PEDIR-LEGAJO
              THRU 2610-PEDIR-LEGAJO-FIN.

           IF WS-DATOS-VALIDOS
              MOVE 0                         TO WS-CONT-LISTADAS
              MOVE 0                         TO WS-TOT-LISTADO
              MOVE 'N'                       TO WS-SW-FIN-LISTADO
              MOVE WS-EDI-ID-EMPLEADO        TO MET-ID-EMPLEADO
              MOVE 0                         TO MET-PERIODO
              START METAS
                 KEY IS NOT LESS THAN MET-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-LISTADO
              END-START
              DISPLAY WS-LIS-SEPARADOR
              PERFORM 2510-MOSTRAR-META-VENDEDOR
                 THRU 2510-MOSTRAR-META-VENDEDOR-FIN
                UNTIL WS-FIN-LISTADO
              PERFORM 2790-MOSTRAR-TOTAL-LISTADO
                 THRU 2790-MOSTRAR-TOTAL-LISTADO-FIN
           END-IF.

       2500-CONSULTAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2510-MOSTRAR-META-VENDEDOR.

           READ METAS NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-LISTADO
           END-READ.

           IF NOT WS-FIN-LISTADO
              IF MET-ID-EMPLEADO NOT = WS-EDI-ID-EMPLEADO
                 MOVE 'S'                    TO WS-SW-FIN-LISTADO
              ELSE
                 PERFORM 2750-MOSTRAR-META
                    THRU 2750-MOSTRAR-META-FIN
              END-IF
           END-IF.

       2510-MOSTRAR-META-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PIDE LEGAJO Y PERIODO. EL LEGAJO DEBE ESTAR ACTIVO EN EL
      * MAESTRO DE EMPLEADOS.
      *----------------------------------------------------------------*
       2600-PEDIR-CLAVE.

           PERFORM 2610-PEDIR-LEGAJO
              THRU 2610-PEDIR-LEGAJO-FIN.

           IF WS-DATOS-VALIDOS
              PERFORM 2630-VALIDAR-LEGAJO
                 THRU 2630-VALIDAR-LEGAJO-FIN
              IF NOT WS-DATOS-VALIDOS
                 DISPLAY 'LEGAJO ' WS-EDI-ID-EMPLEADO ': '
                         WS-EDI-MOTIVO
              END-IF
           END-IF.

           IF WS-DATOS-VALIDOS
              PERFORM 2615-PEDIR-PERIODO
                 THRU 2615-PEDIR-PERIODO-FIN
           END-IF.

       2600-PEDIR-CLAVE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-PEDIR-LEGAJO.

           MOVE 'N'                          TO WS-SW-DATOS-VALIDOS.
           MOVE SPACES                       TO WS-ID-INGRESADO.

           DISPLAY 'LEGAJO (BLANCO = CANCELAR): '.
           ACCEPT WS-ID-INGRESADO.

           IF WS-ID-INGRESADO NOT = SPACES
              IF WS-ID-INGRESADO IS NUMERIC
                 AND WS-ID-INGRESADO > '00000'
                 MOVE WS-ID-INGRESADO        TO WS-EDI-ID-EMPLEADO
                 MOVE 'S'                    TO WS-SW-DATOS-VALIDOS
              ELSE
                 DISPLAY 'EL LEGAJO DEBE TENER CINCO DIGITOS'
              END-IF
           END-IF.

       2610-PEDIR-LEGAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2615-PEDIR-PERIODO.

           MOVE 'N'                          TO WS-SW-DATOS-VALIDOS.
           MOVE SPACES                       TO WS-PERIODO-INGRESADO.

           DISPLAY 'PERIODO (MM/AAAA): '.
           ACCEPT WS-PERIODO-INGRESADO.

           IF WS-PERIODO-INGRESADO (3:1) = '/'
              AND WS-PERIODO-INGRESADO (1:2) IS NUMERIC
              AND WS-PERIODO-INGRESADO (4:4) IS NUMERIC
              MOVE WS-PERIODO-INGRESADO (4:4) TO WS-EDI-ANIO
              MOVE WS-PERIODO-INGRESADO (1:2) TO WS-EDI-MES
              PERFORM 2640-VALIDAR-PERIODO
                 THRU 2640-VALIDAR-PERIODO-FIN
           ELSE
              MOVE 'PERIODO INVALIDO, SE ESPERA MM/AAAA'
                                             TO WS-EDI-MOTIVO
           END-IF.

           IF NOT WS-DATOS-VALIDOS
              DISPLAY WS-EDI-MOTIVO
           END-IF.

       2615-PEDIR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-PEDIR-IMPORTE.

           MOVE SPACES                       TO WS-IMPORTE-INGRESADO.

           DISPLAY 'META DE VENTA NETA DEL MES (999999,99): '.
           ACCEPT WS-IMPORTE-INGRESADO.

           MOVE WS-IMPORTE-INGRESADO         TO WS-PI-TEXTO.
           PERFORM 2660-VALIDAR-IMPORTE
              THRU 2660-VALIDAR-IMPORTE-FIN.

           IF NOT WS-DATOS-VALIDOS
              DISPLAY WS-EDI-MOTIVO
           END-IF.

       2620-PEDIR-IMPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL LEGAJO DEBE EXISTIR EN EL MAESTRO Y ESTAR ACTIVO.
      *----------------------------------------------------------------*
       2630-VALIDAR-LEGAJO.

           MOVE 'S'                          TO WS-SW-DATOS-VALIDOS.
           MOVE WS-EDI-ID-EMPLEADO           TO MAE-ID-EMPLEADO.

           READ MAESTRO
              KEY IS MAE-ID-EMPLEADO
              INVALID KEY
                 MOVE 'N'                    TO WS-SW-DATOS-VALIDOS
                 MOVE 'LEGAJO INEXISTENTE EN MAESTRO.DAT'
                                             TO WS-EDI-MOTIVO
              NOT INVALID KEY
                 IF NOT MAE-ACTIVO
                    MOVE 'N'                 TO WS-SW-DATOS-VALIDOS
                    MOVE 'LEGAJO DADO DE BAJA EN MAESTRO.DAT'
                                             TO WS-EDI-MOTIVO
                 END-IF
           END-READ.

       2630-VALIDAR-LEGAJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2640-VALIDAR-PERIODO.

           IF WS-EDI-MES < 1 OR WS-EDI-MES > 12
              OR WS-EDI-ANIO < 1900
              MOVE 'N'                       TO WS-SW-DATOS-VALIDOS
              MOVE 'PERIODO FUERA DE RANGO'  TO WS-EDI-MOTIVO
           ELSE
              MOVE 'S'                       TO WS-SW-DATOS-VALIDOS
           END-IF.

       2640-VALIDAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEE LA META POR CLAVE Y DEJA EL RESULTADO EN EL SWITCH
      * WS-SW-REG-ENCONTRADO.
      *----------------------------------------------------------------*
       2650-LEER-META.

           MOVE WS-EDI-ID-EMPLEADO           TO MET-ID-EMPLEADO.
           MOVE WS-EDI-PERIODO               TO MET-PERIODO.

           READ METAS
              KEY IS MET-CLAVE
              INVALID KEY
                 MOVE 'N'                    TO WS-SW-REG-ENCONTRADO
              NOT INVALID KEY
                 MOVE 'S'                    TO WS-SW-REG-ENCONTRADO
           END-READ.

       2650-LEER-META-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL IMPORTE DE WS-PI-TEXTO DEBE SER UN IMPORTE BIEN FORMADO Y
      * MAYOR QUE CERO.
      *----------------------------------------------------------------*
       2660-VALIDAR-IMPORTE.

           PERFORM 2670-PARSEAR-IMPORTE
              THRU 2670-PARSEAR-IMPORTE-FIN.

           EVALUATE TRUE
               WHEN WS-IMPORTE-MAL
                    MOVE 'N'                 TO WS-SW-DATOS-VALIDOS
                    MOVE 'IMPORTE MAL FORMADO'
                                             TO WS-EDI-MOTIVO
               WHEN WS-PI-VALOR = 0
                    MOVE 'N'                 TO WS-SW-DATOS-VALIDOS
                    MOVE 'LA META DEBE SER MAYOR QUE CERO'
                                             TO WS-EDI-MOTIVO
               WHEN OTHER
                    MOVE 'S'                 TO WS-SW-DATOS-VALIDOS
                    MOVE WS-PI-VALOR         TO WS-EDI-IMPORTE
           END-EVALUATE.

       2660-VALIDAR-IMPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONVIERTE WS-PI-TEXTO EN WS-PI-VALOR CARACTER POR CARACTER:
      * COMA DECIMAL, PUNTOS DE MILES IGNORADOS, HASTA DIEZ ENTEROS Y
      * DOS DECIMALES. CUALQUIER OTRO CARACTER LO DEJA MAL FORMADO.
      *----------------------------------------------------------------*
       2670-PARSEAR-IMPORTE.

           MOVE 'S'                         TO WS-SW-IMPORTE-OK.
           MOVE 0                           TO WS-PI-ENTERO.
           MOVE 0                           TO WS-PI-DECIMALES.
           MOVE 0                           TO WS-PI-CANT-DEC.
           MOVE 0                           TO WS-PI-CANT-ENT.
           MOVE 'N'                         TO WS-PI-EN-DECIMALES.
           MOVE 'N'                         TO WS-PI-HUBO-DIGITO.

           PERFORM 2680-PARSEAR-UN-CARACTER
              THRU 2680-PARSEAR-UN-CARACTER-FIN
             VARYING WS-PI-POSICION FROM 1 BY 1
               UNTIL WS-PI-POSICION > 14
                  OR WS-IMPORTE-MAL.

           IF WS-PI-HUBO-DIGITO = 'N'
              MOVE 'N'                      TO WS-SW-IMPORTE-OK
           END-IF.

           IF WS-PI-CANT-DEC = 1
              MULTIPLY 10 BY WS-PI-DECIMALES
           END-IF.

           IF WS-IMPORTE-OK
              COMPUTE WS-PI-VALOR = WS-PI-ENTERO
                                   + WS-PI-DECIMALES / 100
           ELSE
              MOVE 0                        TO WS-PI-VALOR
           END-IF.

       2670-PARSEAR-IMPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2680-PARSEAR-UN-CARACTER.

           MOVE WS-PI-TEXTO (WS-PI-POSICION : 1) TO WS-PI-CARACTER.

           EVALUATE TRUE
               WHEN WS-PI-CARACTER = SPACE
                    CONTINUE
               WHEN WS-PI-CARACTER = '.'
                    CONTINUE
               WHEN WS-PI-CARACTER = ','
                    IF WS-PI-EN-DECIMALES = 'S'
                       MOVE 'N'             TO WS-SW-IMPORTE-OK
                    ELSE
                       MOVE 'S'             TO WS-PI-EN-DECIMALES
                    END-IF
               WHEN WS-PI-CARACTER IS NUMERIC
                    MOVE WS-PI-CARACTER     TO WS-PI-DIGITO
                    MOVE 'S'                TO WS-PI-HUBO-DIGITO
                    IF WS-PI-EN-DECIMALES = 'S'
                       IF WS-PI-CANT-DEC < 2
                          ADD 1             TO WS-PI-CANT-DEC
                          COMPUTE WS-PI-DECIMALES =
                                  WS-PI-DECIMALES * 10 + WS-PI-DIGITO
                       ELSE
                          MOVE 'N'          TO WS-SW-IMPORTE-OK
                       END-IF
                    ELSE
                       IF WS-PI-CANT-ENT < 10
                          ADD 1             TO WS-PI-CANT-ENT
                          COMPUTE WS-PI-ENTERO =
                                  WS-PI-ENTERO * 10 + WS-PI-DIGITO
                       ELSE
                          MOVE 'N'          TO WS-SW-IMPORTE-OK
                       END-IF
                    END-IF
               WHEN OTHER
                    MOVE 'N'                TO WS-SW-IMPORTE-OK
           END-EVALUATE.

       2680-PARSEAR-UN-CARACTER-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TODAS LAS METAS DE UN PERIODO, EN ORDEN DE LEGAJO. COMO LA
      * CLAVE EMPIEZA POR EL LEGAJO SE RECORRE EL ARCHIVO COMPLETO.
      *----------------------------------------------------------------*
       2700-LISTAR-PERIODO.

           PERFORM 2615-PEDIR-PERIODO
              THRU 2615-PEDIR-PERIODO-FIN.

           IF WS-DATOS-VALIDOS
              MOVE 0                         TO WS-CONT-LISTADAS
              MOVE 0                         TO WS-TOT-LISTADO
              MOVE 'N'                       TO WS-SW-FIN-LISTADO
              MOVE LOW-VALUES                TO MET-CLAVE
              START METAS
                 KEY IS NOT LESS THAN MET-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-LISTADO
              END-START
              DISPLAY WS-LIS-SEPARADOR
              PERFORM 2710-MOSTRAR-META-PERIODO
                 THRU 2710-MOSTRAR-META-PERIODO-FIN
                UNTIL WS-FIN-LISTADO
              PERFORM 2790-MOSTRAR-TOTAL-LISTADO
                 THRU 2790-MOSTRAR-TOTAL-LISTADO-FIN
           END-IF.

       2700-LISTAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-MOSTRAR-META-PERIODO.

           READ METAS NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-LISTADO
           END-READ.

           IF NOT WS-FIN-LISTADO
              AND MET-PERIODO = WS-EDI-PERIODO
              PERFORM 2750-MOSTRAR-META
                 THRU 2750-MOSTRAR-META-FIN
           END-IF.

       2710-MOSTRAR-META-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA LINEA DEL LISTADO, CON EL NOMBRE TOMADO DEL MAESTRO.
      *----------------------------------------------------------------*
       2750-MOSTRAR-META.

           ADD 1                             TO WS-CONT-LISTADAS.
           ADD MET-IMPORTE                   TO WS-TOT-LISTADO.

           MOVE MET-ID-EMPLEADO              TO MAE-ID-EMPLEADO.
           READ MAESTRO
              KEY IS MAE-ID-EMPLEADO
              INVALID KEY
                 MOVE '(SIN ALTA EN MAESTRO.DAT)'
                                             TO MAE-NOMBRE-APELLIDO
           END-READ.

           MOVE MET-ID-EMPLEADO              TO WS-LIS-M-ID.
           MOVE MAE-NOMBRE-APELLIDO          TO WS-LIS-M-NOMBRE.
           MOVE MET-PERIODO (5:2)            TO WS-LIS-M-MES.
           MOVE MET-PERIODO (1:4)            TO WS-LIS-M-ANIO.
           MOVE MET-IMPORTE                  TO WS-LIS-M-IMPORTE.
           MOVE MET-ORIGEN                   TO WS-LIS-M-ORIGEN.
           DISPLAY WS-LIS-META.

       2750-MOSTRAR-META-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2790-MOSTRAR-TOTAL-LISTADO.

           DISPLAY WS-LIS-SEPARADOR.
           IF WS-CONT-LISTADAS = 0
              DISPLAY 'NO HAY METAS CARGADAS'
           ELSE
              MOVE WS-CONT-LISTADAS          TO WS-LIS-T-CANTIDAD
              MOVE WS-TOT-LISTADO            TO WS-LIS-T-IMPORTE
              DISPLAY WS-LIS-TOTAL
           END-IF.

       2790-MOSTRAR-TOTAL-LISTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA MASIVA DESDE METAS.TXT. CADA LINEA VALIDA DA DE ALTA LA
      * META O REEMPLAZA LA YA CARGADA; LAS INVALIDAS VAN A
      * CARGAMET.TXT CON SU MOTIVO Y NO FRENAN LAS DEMAS.
      *----------------------------------------------------------------*
       2800-CARGA-MASIVA.

           MOVE 0                            TO WS-CNT-LEIDAS.
           MOVE 0                            TO WS-CNT-ALTAS.
           MOVE 0                            TO WS-CNT-MODIFICADAS.
           MOVE 0                            TO WS-CNT-RECHAZADAS.
           MOVE 'N'                          TO WS-SW-FIN-TXT.

           OPEN INPUT METAS-TXT.
           EVALUATE TRUE
               WHEN FS-METAS-TXT-OK
                    CONTINUE
               WHEN FS-METAS-TXT-NFD
                    DISPLAY 'NO EXISTE METAS.TXT: NO HAY METAS PARA '
                            'CARGAR'
                    MOVE 'S'                 TO WS-SW-FIN-TXT
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR METAS.TXT. FILE STATUS: '
                            FS-METAS-TXT
                    MOVE 12                  TO WS-CODIGO-RETORNO
                    MOVE 'S'                 TO WS-SW-FIN-TXT
           END-EVALUATE.

           IF NOT WS-FIN-TXT
              OPEN OUTPUT RECHAZOS
              IF NOT FS-RECHAZOS-OK
                 DISPLAY 'ERROR AL ABRIR CARGAMET.TXT. FILE STATUS: '
                         FS-RECHAZOS
                 CLOSE METAS-TXT
                 MOVE 12                     TO WS-CODIGO-RETORNO
                 MOVE 'S'                    TO WS-SW-FIN-TXT
              END-IF
           END-IF.

           IF NOT WS-FIN-TXT
              PERFORM 2810-CARGAR-UNA-LINEA
                 THRU 2810-CARGAR-UNA-LINEA-FIN
                UNTIL WS-FIN-TXT
              CLOSE METAS-TXT
              CLOSE RECHAZOS
              PERFORM 2890-INFORMAR-CARGA
                 THRU 2890-INFORMAR-CARGA-FIN
           END-IF.

       2800-CARGA-MASIVA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-CARGAR-UNA-LINEA.

           READ METAS-TXT
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-TXT
           END-READ.

           IF NOT WS-FIN-TXT
              ADD 1                          TO WS-CNT-LEIDAS
              PERFORM 2820-VALIDAR-LINEA
                 THRU 2820-VALIDAR-LINEA-FIN
              IF WS-DATOS-VALIDOS
                 PERFORM 2830-GRABAR-META-CARGA
                    THRU 2830-GRABAR-META-CARGA-FIN
              END-IF
              IF NOT WS-DATOS-VALIDOS
                 PERFORM 2840-RECHAZAR-LINEA
                    THRU 2840-RECHAZAR-LINEA-FIN
              END-IF
           END-IF.

       2810-CARGAR-UNA-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LEGAJO NUMERICO Y ACTIVO EN EL MAESTRO, PERIODO AAAAMM VALIDO
      * E IMPORTE MAYOR QUE CERO, EN ESE ORDEN: EL PRIMER ERROR ES EL
      * MOTIVO DEL RECHAZO.
      *----------------------------------------------------------------*
       2820-VALIDAR-LINEA.

           MOVE 'S'                          TO WS-SW-DATOS-VALIDOS.

           IF TXM-ID-EMPLEADO IS NUMERIC
              AND TXM-ID-EMPLEADO > '00000'
              MOVE TXM-ID-EMPLEADO           TO WS-EDI-ID-EMPLEADO
              PERFORM 2630-VALIDAR-LEGAJO
                 THRU 2630-VALIDAR-LEGAJO-FIN
           ELSE
              MOVE 'N'                       TO WS-SW-DATOS-VALIDOS
              MOVE 'LEGAJO NO NUMERICO'      TO WS-EDI-MOTIVO
           END-IF.

           IF WS-DATOS-VALIDOS
              IF TXM-ANIO IS NUMERIC AND TXM-MES IS NUMERIC
                 MOVE TXM-ANIO               TO WS-EDI-ANIO
                 MOVE TXM-MES                TO WS-EDI-MES
                 PERFORM 2640-VALIDAR-PERIODO
                    THRU 2640-VALIDAR-PERIODO-FIN
              ELSE
                 MOVE 'N'                    TO WS-SW-DATOS-VALIDOS
                 MOVE 'PERIODO INVALIDO, SE ESPERA AAAAMM'
                                             TO WS-EDI-MOTIVO
              END-IF
           END-IF.

           IF WS-DATOS-VALIDOS
              MOVE TXM-IMPORTE               TO WS-PI-TEXTO
              PERFORM 2660-VALIDAR-IMPORTE
                 THRU 2660-VALIDAR-IMPORTE-FIN
           END-IF.

       2820-VALIDAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2830-GRABAR-META-CARGA.

           PERFORM 2650-LEER-META
              THRU 2650-LEER-META-FIN.

           MOVE WS-EDI-IMPORTE               TO MET-IMPORTE.
           MOVE WS-FECHA-HOY                 TO MET-FECHA-CARGA.
           MOVE 'C'                          TO MET-ORIGEN.

           IF WS-REG-ENCONTRADO
              REWRITE REG-META
              IF FS-METAS-OK
                 ADD 1                       TO WS-CNT-MODIFICADAS
              END-IF
           ELSE
              WRITE REG-META
              IF FS-METAS-OK
                 ADD 1                       TO WS-CNT-ALTAS
              END-IF
           END-IF.

           IF NOT FS-METAS-OK
              MOVE 'N'                       TO WS-SW-DATOS-VALIDOS
              MOVE SPACES                    TO WS-EDI-MOTIVO
              STRING 'ERROR AL GRABAR METAS.DAT, FILE STATUS '
                                             DELIMITED BY SIZE
                     FS-METAS                DELIMITED BY SIZE
                     INTO WS-EDI-MOTIVO
              END-STRING
           END-IF.

       2830-GRABAR-META-CARGA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2840-RECHAZAR-LINEA.

           ADD 1                             TO WS-CNT-RECHAZADAS.

           MOVE WS-CNT-LEIDAS                TO WS-REC-NUMERO.
           MOVE REG-META-TXT (1:27)          TO WS-REC-TEXTO.
           MOVE WS-EDI-MOTIVO                TO WS-REC-MOTIVO.

           WRITE REG-RECHAZO                 FROM WS-RECHAZO-LINEA.
           IF WS-MODO-CARGA
              CONTINUE
           ELSE
              DISPLAY 'RECHAZADA: ' WS-RECHAZO-LINEA
           END-IF.

       2840-RECHAZAR-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOTALES DE LA CARGA EN PANTALLA Y EN LA BITACORA. CON LINEAS
      * RECHAZADAS LA CARGA TERMINA CON RC 4.
      *----------------------------------------------------------------*
       2890-INFORMAR-CARGA.

           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY 'CARGA DE METAS DESDE METAS.TXT'.
           DISPLAY '  LINEAS LEIDAS       : ' WS-CNT-LEIDAS.
           DISPLAY '  METAS NUEVAS        : ' WS-CNT-ALTAS.
           DISPLAY '  METAS REEMPLAZADAS  : ' WS-CNT-MODIFICADAS.
           DISPLAY '  LINEAS RECHAZADAS   : ' WS-CNT-RECHAZADAS.
           IF WS-CNT-RECHAZADAS > 0
              DISPLAY '  (DETALLE DE LOS RECHAZOS EN CARGAMET.TXT)'
              IF WS-CODIGO-RETORNO < 4
                 MOVE 4                      TO WS-CODIGO-RETORNO
              END-IF
           END-IF.

           MOVE WS-LCK-PROPIA                TO WS-LGC-PROGRAMA.
           MOVE WS-FHY-DIA                   TO WS-LGC-FECHA (1:2).
           MOVE '/'                          TO WS-LGC-FECHA (3:1).
           MOVE WS-FHY-MES                   TO WS-LGC-FECHA (4:2).
           MOVE '/'                          TO WS-LGC-FECHA (6:1).
           MOVE WS-FHY-ANIO                  TO WS-LGC-FECHA (7:4).
           MOVE WS-HORA-AHORA (1:2)          TO WS-LGC-HORA (1:2).
           MOVE ':'                          TO WS-LGC-HORA (3:1).
           MOVE WS-HORA-AHORA (3:2)          TO WS-LGC-HORA (4:2).
           MOVE ':'                          TO WS-LGC-HORA (6:1).
           MOVE WS-HORA-AHORA (5:2)          TO WS-LGC-HORA (7:2).
           MOVE WS-CNT-LEIDAS                TO WS-LGC-LEIDAS.
           MOVE WS-CNT-ALTAS                 TO WS-LGC-ALTAS.
           MOVE WS-CNT-MODIFICADAS           TO WS-LGC-MODIFICADAS.
           MOVE WS-CNT-RECHAZADAS            TO WS-LGC-RECHAZADAS.

           OPEN EXTEND AUDITORIA.
           IF NOT FS-AUDITORIA-OK
              CLOSE AUDITORIA
              OPEN OUTPUT AUDITORIA
           END-IF.

           WRITE REG-AUDITORIA               FROM WS-LOG-CARGA.
           IF NOT FS-AUDITORIA-OK
              DISPLAY 'ERROR AL GRABAR BITACORA. FILE STATUS: '
                      FS-AUDITORIA
           END-IF.

           CLOSE AUDITORIA.

       2890-INFORMAR-CARGA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-ARCHIVOS-ABIERTOS
              CLOSE METAS
              CLOSE MAESTRO
           END-IF.

           IF WS-TRABA-TOMADA
              PERFORM 0900-LIBERAR-TRABA
                 THRU 0900-LIBERAR-TRABA-FIN
              DISPLAY 'FIN DEL MANTENIMIENTO DE METAS'
           END-IF.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11MT01.
