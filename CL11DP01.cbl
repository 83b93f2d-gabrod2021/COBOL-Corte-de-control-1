      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: DEPURACION Y RECARGA DE HISTORICOS DEL CIRCUITO.
      *          FUNCION 'DEPURACION': PASA A ARCHIVOS DE ARCHIVO POR
      *          ANIO (<ARCHIVO>.AAAA, UNO POR ARCHIVO VIVO Y ANIO) Y
      *          BORRA DE LOS ARCHIVOS VIVOS LOS REGISTROS MAS VIEJOS
      *          QUE LA RETENCION DE CADA ARCHIVO: VENTDET.DAT,
      *          HISTDIA.DAT, HISTSUC.DAT, RECEPCIO.DAT, HUELLAS.DAT,
      *          DIARIOEJ.DAT, INTERFAZ.DAT, MAEJORN.DAT Y LA
      *          BITACORA CL11EJ01.LOG (SU ARCHIVO ES BITACORA.AAAA).
      *          LA RETENCION SE DA EN MESES POR ARCHIVO CON LAS
      *          VARIABLES CL11DP01_MESES_<ARCHIVO> (POR EJEMPLO
      *          CL11DP01_MESES_VENTDET=36); SIN VARIABLE VALE LA
      *          RETENCION POR DEFECTO DE LA TABLA DE RETENCIONES.
      *          NUNCA SE DEPURA UN ANIO SIN CIERRE ANUAL (CL11CA01,
      *          EMPHIST.DAT) NI UN DIA QUE TODAVIA NO FUE
      *          INTERFACEADO (INTERFAZ.DAT). LAS MARCAS DE
      *          INTERFAZ.DAT SE DEPURAN RECIEN CUANDO YA NO ESTA EL
      *          DIA EN HISTDIA.DAT O EL PERIODO ESTA CERRADO.
      *          FUNCION 'RECARGA': DEVUELVE A LOS ARCHIVOS VIVOS
      *          TODO LO ARCHIVADO DE UN ANIO, PARA COMPARAR CONTRA
      *          DATOS VIEJOS CON CL11CV01 O CL11DV01; LA PROXIMA
      *          DEPURACION LO VUELVE A ARCHIVAR.
      *          LAS CANTIDADES POR ARCHIVO Y ANIO QUEDAN EN LA
      *          BITACORA CL11EJ01.LOG. RESPETA LA TRABA DE CORRIDA.
      *          USO: CL11DP01 DEPURACION
      *               CL11DP01 RECARGA AAAA
      *          CODIGO DE RETORNO: 0 OK, 4 PARAMETROS INVALIDOS, 12
      *          ERROR DE ARCHIVO O TRABA TOMADA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11DP01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT EMPLEADOS-HISTORIA
               ASSIGN TO 'EMPHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMH-CLAVE
               FILE STATUS IS FS-EMPHIST.

           SELECT VENTAS-DETALLE
               ASSIGN TO 'VENTDET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CLAVE
               FILE STATUS IS FS-VENTDET.

           SELECT HISTORIA-DIARIA
               ASSIGN TO 'HISTDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS FS-HISTORIA.

           SELECT HISTORIA-SUCURSAL
               ASSIGN TO 'HISTSUC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSU-CLAVE
               FILE STATUS IS FS-HISTSUC.

           SELECT RECEPCION
               ASSIGN TO 'RECEPCIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-CLAVE
               FILE STATUS IS FS-RECEPCION.

           SELECT HUELLAS
               ASSIGN TO 'HUELLAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HUE-CLAVE
               FILE STATUS IS FS-HUELLAS.

           SELECT DIARIO
               ASSIGN TO 'DIARIOEJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CLAVE
               FILE STATUS IS FS-DIARIO.

           SELECT INTERFAZ
               ASSIGN TO 'INTERFAZ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CLAVE
               FILE STATUS IS FS-INTERFAZ.

           SELECT PERIODOS
               ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODOS.

           SELECT SECUENCIAL
               ASSIGN DYNAMIC WS-RUTA-SECUENCIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIAL.

           SELECT SECUENCIAL-AUX
               ASSIGN TO 'DEPURA.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIAL-AUX.

           SELECT ARCHIVO-ANUAL
               ASSIGN DYNAMIC WS-RUTA-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVO.

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
      * HISTORICO ANUAL DE CL11CA01: UN ANIO CON REGISTROS ACA ES UN
      * ANIO CERRADO.
      *----------------------------------------------------------------*
       FD EMPLEADOS-HISTORIA.
       01 REG-EMPLEADO-HISTORIA.
          05 EMH-CLAVE.
             10 EMH-ANIO                    PIC 9(04).
             10 EMH-ID-EMPLEADO             PIC 9(05).
          05 EMH-NOMBRE-APELLIDO            PIC X(40).
          05 EMH-IMPORTE-TOTAL              PIC S9(10)V9(2).
          05 EMH-CANT-VENTAS-TOTAL          PIC 9(07).

       FD VENTAS-DETALLE.
       01 REG-VENTA-DETALLE.
          05 VEN-CLAVE.
             10 VEN-ID-EMPLEADO             PIC 9(05).
             10 VEN-FECHA-CLAVE             PIC 9(08).
          05 VEN-VENDIDO                    PIC 9(10)V9(2).
          05 VEN-DEVUELTO                   PIC 9(10)V9(2).

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

       FD HISTORIA-SUCURSAL.
       01 REG-HIST-SUCURSAL.
          05 HSU-CLAVE.
             10 HSU-SUCURSAL                PIC X(10).
             10 HSU-FECHA-CLAVE             PIC 9(08).
          05 HSU-FECHA                      PIC X(10).
          05 HSU-IMPORTE                    PIC S9(8)V9(2).
          05 HSU-CANT-VENTAS                PIC 9(04).
          05 HSU-CANT-DEVOL                 PIC 9(04).

       FD RECEPCION.
       01 REG-RECEPCION.
          05 RCP-CLAVE.
             10 RCP-SUCURSAL                PIC X(10).
             10 RCP-PERIODO                 PIC X(07).
             10 RCP-PERIODO-R REDEFINES RCP-PERIODO.
                15 RCP-PER-MES              PIC X(02).
                15 FILLER                   PIC X(01).
                15 RCP-PER-ANIO             PIC X(04).
          05 RCP-ESTADO                     PIC X(01).
          05 RCP-FECHA-CORRIDA              PIC 9(08).
          05 RCP-HORA-CORRIDA               PIC 9(06).
          05 RCP-ARCHIVO                    PIC X(80).

       FD HUELLAS.
       01 REG-HUELLA.
          05 HUE-CLAVE.
             10 HUE-ID-EMPLEADO             PIC 9(05).
             10 HUE-FECHA-CLAVE             PIC 9(08).
             10 HUE-CATEGORIA               PIC X(20).
             10 HUE-IMPORTE                 PIC 9(8)V9(2).
             10 HUE-TIPO                    PIC X(01).
             10 HUE-SECUENCIA               PIC 9(03).
          05 HUE-SUCURSAL                   PIC X(10).
          05 HUE-PERIODO                    PIC X(07).
          05 HUE-FECHA-PROCESO              PIC 9(08).
          05 HUE-LIBERADA                   PIC X(01).

       FD DIARIO.
       01 REG-DIARIO.
          05 DIA-CLAVE.
             10 DIA-ID-CORRIDA              PIC 9(14).
             10 DIA-ID-CORRIDA-R REDEFINES DIA-ID-CORRIDA.
                15 DIA-IDC-FECHA            PIC 9(08).
                15 DIA-IDC-HORA             PIC 9(06).
             10 DIA-SECUENCIA               PIC 9(07).
          05 DIA-OPERACION                  PIC X(01).
          05 DIA-ARCHIVO                    PIC X(08).
          05 DIA-IMAGEN                     PIC X(1059).

      *----------------------------------------------------------------*
      * MARCAS DE CL11IC01: D+AAAAMMDD POR DIA, P+MM/AAAA POR PERIODO
      * Y LA NUMERACION DE ASIENTOS (#ULTIMO), QUE NO SE DEPURA.
      *----------------------------------------------------------------*
       FD INTERFAZ.
       01 REG-INTERFAZ.
          05 INT-CLAVE                      PIC X(09).
          05 INT-CLAVE-DIA REDEFINES INT-CLAVE.
             10 INT-DIA-TIPO                PIC X(01).
             10 INT-DIA-FECHA               PIC X(08).
          05 INT-CLAVE-PERIODO REDEFINES INT-CLAVE.
             10 INT-PER-TIPO                PIC X(01).
             10 INT-PER-MES                 PIC X(02).
             10 FILLER                      PIC X(01).
             10 INT-PER-ANIO                PIC X(04).
             10 FILLER                      PIC X(01).
          05 INT-ASIENTO                    PIC 9(06).
          05 INT-FECHA-ENVIO                PIC 9(08).

       FD PERIODOS.
       01 REG-PERIODO.
          05 PER-PERIODO                    PIC 9(06).
          05 PER-ESTADO                     PIC X(01).
             88 PER-CERRADO                     VALUE 'C'.
          05 FILLER                         PIC X(100).

       FD SECUENCIAL.
       01 REG-SECUENCIAL                    PIC X(240).

       FD SECUENCIAL-AUX.
       01 REG-SECUENCIAL-AUX                PIC X(240).

       FD ARCHIVO-ANUAL.
       01 REG-ARCHIVO                       PIC X(1089).

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
          05 FS-EMPHIST                      PIC X(2).
             88 FS-EMPHIST-OK                    VALUE '00'.
             88 FS-EMPHIST-NFD                   VALUE '35'.
          05 FS-VENTDET                      PIC X(2).
             88 FS-VENTDET-OK                    VALUE '00'.
             88 FS-VENTDET-NFD                   VALUE '35'.
          05 FS-HISTORIA                     PIC X(2).
             88 FS-HISTORIA-OK                   VALUE '00'.
             88 FS-HISTORIA-NFD                  VALUE '35'.
          05 FS-HISTSUC                      PIC X(2).
             88 FS-HISTSUC-OK                    VALUE '00'.
             88 FS-HISTSUC-NFD                   VALUE '35'.
          05 FS-RECEPCION                    PIC X(2).
             88 FS-RECEPCION-OK                  VALUE '00'.
             88 FS-RECEPCION-NFD                 VALUE '35'.
          05 FS-HUELLAS                      PIC X(2).
             88 FS-HUELLAS-OK                    VALUE '00'.
             88 FS-HUELLAS-NFD                   VALUE '35'.
          05 FS-DIARIO                       PIC X(2).
             88 FS-DIARIO-OK                     VALUE '00'.
             88 FS-DIARIO-NFD                    VALUE '35'.
          05 FS-INTERFAZ                     PIC X(2).
             88 FS-INTERFAZ-OK                   VALUE '00'.
             88 FS-INTERFAZ-NFD                  VALUE '35'.
          05 FS-PERIODOS                     PIC X(2).
             88 FS-PERIODOS-OK                   VALUE '00'.
             88 FS-PERIODOS-NFD                  VALUE '35'.
          05 FS-SECUENCIAL                   PIC X(2).
             88 FS-SECUENCIAL-OK                 VALUE '00'.
             88 FS-SECUENCIAL-EOF                VALUE '10'.
             88 FS-SECUENCIAL-NFD                VALUE '35'.
          05 FS-SECUENCIAL-AUX               PIC X(2).
             88 FS-SECUENCIAL-AUX-OK             VALUE '00'.
             88 FS-SECUENCIAL-AUX-EOF            VALUE '10'.
          05 FS-ARCHIVO                      PIC X(2).
             88 FS-ARCHIVO-OK                    VALUE '00'.
             88 FS-ARCHIVO-EOF                   VALUE '10'.
             88 FS-ARCHIVO-NFD                   VALUE '35'.
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
             88 WS-ES-DEPURACION                 VALUE 'D'.
             88 WS-ES-RECARGA                    VALUE 'R'.
          05 WS-SW-ERROR-ARCHIVO             PIC X(01) VALUE 'N'.
             88 WS-HUBO-ERROR-ARCHIVO            VALUE 'S'.
          05 WS-SW-ARCHIVOS-ABIERTOS         PIC X(01) VALUE 'N'.
             88 WS-ARCHIVOS-ABIERTOS             VALUE 'S'.
          05 WS-SW-HAY-CIERRES               PIC X(01) VALUE 'N'.
             88 WS-HAY-CIERRES                   VALUE 'S'.
          05 WS-SW-HAY-PERIODOS              PIC X(01) VALUE 'N'.
             88 WS-HAY-PERIODOS                  VALUE 'S'.
          05 WS-SW-FIN-ANIOS                 PIC X(01) VALUE 'N'.
             88 WS-FIN-ANIOS                     VALUE 'S'.
          05 WS-SW-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
             88 WS-FIN-ARCHIVO                   VALUE 'S'.
          05 WS-SW-FIN-ANUAL                 PIC X(01) VALUE 'N'.
             88 WS-FIN-ANUAL                     VALUE 'S'.
          05 WS-SW-ANUAL-ABIERTO             PIC X(01) VALUE 'N'.
             88 WS-ANUAL-ABIERTO                 VALUE 'S'.
          05 WS-SW-VENCIDO                   PIC X(01) VALUE 'N'.
             88 WS-ES-VENCIDO                    VALUE 'S'.
          05 WS-SW-CONTROLA-INTERFAZ         PIC X(01) VALUE 'N'.
             88 WS-CONTROLA-INTERFAZ             VALUE 'S'.
          05 WS-SW-DIA-INTERFACEADO          PIC X(01) VALUE 'N'.
             88 WS-DIA-INTERFACEADO              VALUE 'S'.
          05 WS-SW-ANIO-CERRADO              PIC X(01) VALUE 'N'.
             88 WS-ANIO-CERRADO                  VALUE 'S'.
          05 WS-SW-LINEA-FECHADA             PIC X(01) VALUE 'N'.
             88 WS-LINEA-FECHADA                 VALUE 'S'.
          05 WS-SW-PREFIJO-ABIERTO           PIC X(01) VALUE 'N'.
             88 WS-PREFIJO-ABIERTO               VALUE 'S'.
          05 WS-SW-HUBO-FECHADA              PIC X(01) VALUE 'N'.
             88 WS-HUBO-FECHADA                  VALUE 'S'.
          05 WS-SW-INSERTADO                 PIC X(01) VALUE 'N'.
             88 WS-INSERTADO                     VALUE 'S'.
          05 WS-SW-DIFERIR-LOG               PIC X(01) VALUE 'N'.
             88 WS-DIFERIR-LOG                   VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-FUNCION-PARM                 PIC X(10) VALUE SPACES.
          05 WS-ANIO-PARM                    PIC X(04) VALUE SPACES.
          05 WS-ANIO-RECARGA                 PIC 9(04) VALUE 0.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * RETENCION EN MESES DE CADA ARCHIVO (POR DEFECTO; CADA UNA SE
      * PUEDE CAMBIAR CON CL11DP01_MESES_<ARCHIVO>). EL ORDEN ES EL
      * DE LA DEPURACION: LAS MARCAS DE INTERFAZ.DAT VAN DESPUES DE
      * HISTDIA.DAT Y LOS SECUENCIALES AL FINAL.
      *----------------------------------------------------------------*
       01 WS-RETENCION-LIT.
          05 FILLER                          PIC X(11)
                                             VALUE 'VENTDET 036'.
          05 FILLER                          PIC X(11)
                                             VALUE 'HISTDIA 060'.
          05 FILLER                          PIC X(11)
                                             VALUE 'HISTSUC 060'.
          05 FILLER                          PIC X(11)
                                             VALUE 'RECEPCIO036'.
          05 FILLER                          PIC X(11)
                                             VALUE 'HUELLAS 024'.
          05 FILLER                          PIC X(11)
                                             VALUE 'DIARIOEJ024'.
          05 FILLER                          PIC X(11)
                                             VALUE 'INTERFAZ060'.
          05 FILLER                          PIC X(11)
                                             VALUE 'MAEJORN 060'.
          05 FILLER                          PIC X(11)
                                             VALUE 'BITACORA036'.
       01 WS-RETENCION REDEFINES WS-RETENCION-LIT.
          05 WS-TABLA-RETENCION OCCURS 9 TIMES.
             10 WS-RET-ARCHIVO               PIC X(08).
             10 WS-RET-MESES                 PIC 9(03).

       01 WS-IDX-VENTDET                     PIC 9(02) VALUE 1.
       01 WS-IDX-HISTDIA                     PIC 9(02) VALUE 2.
       01 WS-IDX-HISTSUC                     PIC 9(02) VALUE 3.
       01 WS-IDX-RECEPCIO                    PIC 9(02) VALUE 4.
       01 WS-IDX-HUELLAS                     PIC 9(02) VALUE 5.
       01 WS-IDX-DIARIOEJ                    PIC 9(02) VALUE 6.
       01 WS-IDX-INTERFAZ                    PIC 9(02) VALUE 7.
       01 WS-IDX-MAEJORN                     PIC 9(02) VALUE 8.
       01 WS-IDX-BITACORA                    PIC 9(02) VALUE 9.

      *----------------------------------------------------------------*
      * PERIODO AAAAMM DE CORTE DE CADA ARCHIVO: LO ANTERIOR ESTA
      * VENCIDO. TOTALES DE LA CORRIDA POR ARCHIVO.
      *----------------------------------------------------------------*
       01 WS-CORTES-AREA.
          05 WS-CORTES OCCURS 9 TIMES.
             10 WS-RET-CORTE                 PIC 9(06).
             10 WS-RET-TOTAL                 PIC 9(07).
             10 WS-RET-EXISTENTES            PIC 9(07).

       01 WS-CALCULO-CORTE.
          05 WS-RET-PARM                     PIC X(03) VALUE SPACES.
          05 WS-RET-VARIABLE                 PIC X(30) VALUE SPACES.
          05 WS-MESES-HOY                    PIC 9(06) VALUE 0.
          05 WS-MESES-CORTE                  PIC 9(06) VALUE 0.
          05 WS-CORTE-ANIO                   PIC 9(04) VALUE 0.
          05 WS-CORTE-MES                    PIC 9(02) VALUE 0.

       01 WS-CONTROL-ARCHIVO.
          05 WS-IDX                          PIC 9(02) VALUE 0.
          05 WS-ANIO-PROCESO                 PIC 9(04) VALUE 0.
          05 WS-ANIO-ANUAL                   PIC 9(04) VALUE 0.
          05 WS-PERIODO-ANIO-DESDE           PIC 9(06) VALUE 0.
          05 WS-CANT-ARCHIVO                 PIC 9(07) VALUE 0.
          05 WS-CANT-EXISTENTES              PIC 9(07) VALUE 0.
          05 WS-FS-ULTIMO                    PIC X(02) VALUE SPACES.
          05 WS-RUTA-ARCHIVO                 PIC X(20) VALUE SPACES.
          05 WS-RUTA-SECUENCIAL              PIC X(20) VALUE SPACES.

      *----------------------------------------------------------------*
      * FECHA DEL REGISTRO QUE SE EVALUA (AAAAMMDD; EN LOS ARCHIVOS
      * POR PERIODO EL DIA VA EN 01).
      *----------------------------------------------------------------*
       01 WS-FECHA-REGISTRO                  PIC 9(08) VALUE 0.
       01 WS-FECHA-REGISTRO-R REDEFINES WS-FECHA-REGISTRO.
          05 WS-FRG-PERIODO                  PIC 9(06).
          05 WS-FRG-PERIODO-R REDEFINES WS-FRG-PERIODO.
             10 WS-FRG-ANIO                  PIC 9(04).
             10 WS-FRG-MES                   PIC 9(02).
          05 WS-FRG-DIA                      PIC 9(02).

       01 WS-CACHE-CONSULTAS.
          05 WS-FECHA-CONSULTADA             PIC 9(08) VALUE 0.
          05 WS-CACHE-INTERFACEADO           PIC X(01) VALUE 'N'.
          05 WS-ANIO-CONSULTADO              PIC 9(04) VALUE 0.
          05 WS-CACHE-CERRADO                PIC X(01) VALUE 'N'.

      *----------------------------------------------------------------*
      * ARCHIVOS SECUENCIALES (MAEJORN.DAT Y LA BITACORA): UNA LINEA
      * CON FECHA DD/MM/AAAA AL PRINCIPIO LLEVA SU FECHA; LAS DEMAS
      * (TRABA, DETALLE DE UNA CORRIDA) VAN CON LA ULTIMA FECHA VISTA.
      * SE DEPURA SIEMPRE UN TRAMO INICIAL DEL ARCHIVO, HASTA LA
      * ULTIMA LINEA FECHADA VENCIDA ANTES DE LA PRIMERA QUE NO LO
      * ESTA.
      *----------------------------------------------------------------*
       01 WS-CONTROL-SECUENCIAL.
          05 WS-NRO-LINEA                    PIC 9(09) VALUE 0.
          05 WS-LINEAS-DEPURAR               PIC 9(09) VALUE 0.
          05 WS-ANIO-PRIMERA                 PIC 9(04) VALUE 0.
          05 WS-ANIO-LINEA                   PIC 9(04) VALUE 0.
          05 WS-ANIO-DESDE-SEC               PIC 9(04) VALUE 0.
          05 WS-CANT-SECUENCIAL              PIC 9(07) VALUE 0.

       01 WS-LINEA-FECHA.
          05 WS-LFE-DIA                      PIC X(02).
          05 WS-LFE-BARRA-1                  PIC X(01).
          05 WS-LFE-MES                      PIC X(02).
          05 WS-LFE-BARRA-2                  PIC X(01).
          05 WS-LFE-ANIO                     PIC X(04).

      *----------------------------------------------------------------*
      * TRABA DE CORRIDA COMPARTIDA POR LOS PROGRAMAS QUE ACTUALIZAN
      * ARCHIVOS DEL CIRCUITO, MISMO CRITERIO QUE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-TRABA-CONTROL.
          05 WS-LCK-PROPIA                   PIC X(08)
                                             VALUE 'CL11DP01'.
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
      * LINEA DE CANTIDADES EN CL11EJ01.LOG. EMPIEZA CON EL NOMBRE
      * DEL PROGRAMA, COMO LAS DE LA TRABA, PARA QUE CL11BA01 NO LA
      * TOME POR UNA CORRIDA DE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-LOG-LINEA.
          05 WS-LOG-PROGRAMA                 PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LOG-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-ACCION                   PIC X(10).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-ANIO                     PIC X(04).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-ARCHIVO                  PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-CANTIDAD                 PIC 9(07).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-DETALLE                  PIC X(40).

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA                    PIC 9(08).
          05 WS-FHS-FECHA-R REDEFINES WS-FHS-FECHA.
             10 WS-FHS-ANIO                  PIC 9(04).
             10 WS-FHS-MES                   PIC 9(02).
             10 WS-FHS-DIA                   PIC 9(02).
          05 WS-FHS-HORA                     PIC 9(08).

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
                  WHEN WS-ES-DEPURACION
                       PERFORM 2000-DEPURAR-HISTORICOS
                          THRU 2000-DEPURAR-HISTORICOS-FIN
                  WHEN OTHER
                       PERFORM 2500-RECARGAR-ANIO
                          THRU 2500-RECARGAR-ANIO-FIN
              END-EVALUATE
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           PERFORM 0900-LIBERAR-TRABA
              THRU 0900-LIBERAR-TRABA-FIN.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * PRIMER PARAMETRO: FUNCION ('DEPURACION' O 'RECARGA').
      * SEGUNDO, SOLO PARA LA RECARGA: EL ANIO DE CUATRO DIGITOS.
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-FUNCION-PARM FROM ARGUMENT-VALUE.
           ACCEPT WS-ANIO-PARM FROM ARGUMENT-VALUE.

           EVALUATE WS-FUNCION-PARM
               WHEN 'DEPURACION'
               WHEN 'depuracion'
                    MOVE 'D'                 TO WS-SW-FUNCION
               WHEN 'RECARGA'
               WHEN 'recarga'
                    MOVE 'R'                 TO WS-SW-FUNCION
               WHEN OTHER
                    DISPLAY 'USO: CL11DP01 DEPURACION'
                    DISPLAY '     CL11DP01 RECARGA AAAA'
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           IF WS-PARAMETRO-OK AND WS-ES-RECARGA
              IF WS-ANIO-PARM IS NUMERIC
                 MOVE WS-ANIO-PARM           TO WS-ANIO-RECARGA
              END-IF
              IF WS-ANIO-RECARGA < 1900
                 DISPLAY 'ANIO INVALIDO: ' WS-ANIO-PARM
                 MOVE 'N'                    TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF NOT WS-PARAMETRO-OK
              MOVE 4                         TO WS-CODIGO-RETORNO
           END-IF.

       0100-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RETENCION DE CADA ARCHIVO Y SU PERIODO DE CORTE, CONTANDO
      * HACIA ATRAS DESDE EL MES EN CURSO.
      *----------------------------------------------------------------*
       0200-CARGAR-RETENCIONES.

           COMPUTE WS-MESES-HOY = WS-FHS-ANIO * 12 + WS-FHS-MES - 1.

           PERFORM 0210-CARGAR-UNA-RETENCION
              THRU 0210-CARGAR-UNA-RETENCION-FIN
             VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 9.

       0200-CARGAR-RETENCIONES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       0210-CARGAR-UNA-RETENCION.

           MOVE 0                            TO WS-RET-TOTAL (WS-IDX).
           MOVE 0                         TO WS-RET-EXISTENTES (WS-IDX).
           MOVE SPACES                       TO WS-RET-VARIABLE.
           MOVE SPACES                       TO WS-RET-PARM.

           STRING 'CL11DP01_MESES_'          DELIMITED BY SIZE
                  WS-RET-ARCHIVO (WS-IDX)    DELIMITED BY SPACE
                  INTO WS-RET-VARIABLE
           END-STRING.

           ACCEPT WS-RET-PARM FROM ENVIRONMENT WS-RET-VARIABLE.
           IF WS-RET-PARM NOT = SPACES
              IF WS-RET-PARM IS NUMERIC AND WS-RET-PARM > 0
                 MOVE WS-RET-PARM            TO WS-RET-MESES (WS-IDX)
              ELSE
                 DISPLAY WS-RET-VARIABLE ' INVALIDO, SE USAN '
                         WS-RET-MESES (WS-IDX) ' MESES'
              END-IF
           END-IF.

           COMPUTE WS-MESES-CORTE = WS-MESES-HOY
                                  - WS-RET-MESES (WS-IDX).
           DIVIDE WS-MESES-CORTE BY 12 GIVING WS-CORTE-ANIO
                                    REMAINDER WS-CORTE-MES.
           COMPUTE WS-RET-CORTE (WS-IDX) = WS-CORTE-ANIO * 100
                                         + WS-CORTE-MES + 1.

       0210-CARGAR-UNA-RETENCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOMA LA TRABA DE CORRIDA COMPARTIDA (MISMO CRITERIO QUE
      * CL11EJ01): SI OTRO ACTUALIZADOR LA TIENE TOMADA Y NO ES UNA
      * TRABA VIEJA, LA DEPURACION NO ARRANCA.
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
      * LAS DOS FUNCIONES ACTUALIZAN ARCHIVOS DEL CIRCUITO: AMBAS
      * TOMAN LA TRABA ANTES DE ABRIR NADA.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FHS-FECHA               FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA                FROM TIME.

           PERFORM 0200-CARGAR-RETENCIONES
              THRU 0200-CARGAR-RETENCIONES-FIN.

           PERFORM 0500-TOMAR-TRABA
              THRU 0500-TOMAR-TRABA-FIN.

           IF NOT WS-TRABA-TOMADA
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 1100-ABRIR-ARCHIVOS
                 THRU 1100-ABRIR-ARCHIVOS-FIN
           END-IF.

           IF WS-HUBO-ERROR-ARCHIVO
              MOVE 12                        TO WS-CODIGO-RETORNO
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN EMPHIST.DAT NO HAY ANIOS CERRADOS Y LA DEPURACION NO TIENE
      * NADA QUE HACER. SIN PERIODOS.DAT NO SE DEPURAN MARCAS DE
      * PERIODO. LOS INDEXADOS QUE NO EXISTEN SE CREAN VACIOS, COMO
      * LO HACE CL11EJ01, PARA QUE LA RECARGA PUEDA GRABAR EN ELLOS.
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

           OPEN INPUT EMPLEADOS-HISTORIA.
           EVALUATE TRUE
               WHEN FS-EMPHIST-OK
                    MOVE 'S'                 TO WS-SW-HAY-CIERRES
               WHEN FS-EMPHIST-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'NO SE PUEDE ABRIR EL HISTORICO DE '
                            'EMPLEADOS (EMPHIST.DAT). FILE STATUS: '
                            FS-EMPHIST
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
           END-EVALUATE.

           OPEN INPUT PERIODOS.
           EVALUATE TRUE
               WHEN FS-PERIODOS-OK
                    MOVE 'S'                 TO WS-SW-HAY-PERIODOS
               WHEN FS-PERIODOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'NO SE PUEDE ABRIR PERIODOS.DAT. FILE '
                            'STATUS: ' FS-PERIODOS
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
           END-EVALUATE.

           OPEN I-O VENTAS-DETALLE.
           IF FS-VENTDET-NFD
              CLOSE VENTAS-DETALLE
              OPEN OUTPUT VENTAS-DETALLE
              CLOSE VENTAS-DETALLE
              OPEN I-O VENTAS-DETALLE
           END-IF.
           IF NOT FS-VENTDET-OK
              DISPLAY 'NO SE PUEDE ABRIR VENTDET.DAT. FILE STATUS: '
                      FS-VENTDET
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           OPEN I-O HISTORIA-DIARIA.
           IF FS-HISTORIA-NFD
              CLOSE HISTORIA-DIARIA
              OPEN OUTPUT HISTORIA-DIARIA
              CLOSE HISTORIA-DIARIA
              OPEN I-O HISTORIA-DIARIA
           END-IF.
           IF NOT FS-HISTORIA-OK
              DISPLAY 'NO SE PUEDE ABRIR HISTDIA.DAT. FILE STATUS: '
                      FS-HISTORIA
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           OPEN I-O HISTORIA-SUCURSAL.
           IF FS-HISTSUC-NFD
              CLOSE HISTORIA-SUCURSAL
              OPEN OUTPUT HISTORIA-SUCURSAL
              CLOSE HISTORIA-SUCURSAL
              OPEN I-O HISTORIA-SUCURSAL
           END-IF.
           IF NOT FS-HISTSUC-OK
              DISPLAY 'NO SE PUEDE ABRIR HISTSUC.DAT. FILE STATUS: '
                      FS-HISTSUC
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           OPEN I-O RECEPCION.
           IF FS-RECEPCION-NFD
              CLOSE RECEPCION
              OPEN OUTPUT RECEPCION
              CLOSE RECEPCION
              OPEN I-O RECEPCION
           END-IF.
           IF NOT FS-RECEPCION-OK
              DISPLAY 'NO SE PUEDE ABRIR RECEPCIO.DAT. FILE STATUS: '
                      FS-RECEPCION
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           OPEN I-O HUELLAS.
           IF FS-HUELLAS-NFD
              CLOSE HUELLAS
              OPEN OUTPUT HUELLAS
              CLOSE HUELLAS
              OPEN I-O HUELLAS
           END-IF.
           IF NOT FS-HUELLAS-OK
              DISPLAY 'NO SE PUEDE ABRIR HUELLAS.DAT. FILE STATUS: '
                      FS-HUELLAS
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           OPEN I-O DIARIO.
           IF FS-DIARIO-NFD
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           IF NOT FS-DIARIO-OK
              DISPLAY 'NO SE PUEDE ABRIR DIARIOEJ.DAT. FILE STATUS: '
                      FS-DIARIO
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           OPEN I-O INTERFAZ.
           IF FS-INTERFAZ-NFD
              CLOSE INTERFAZ
              OPEN OUTPUT INTERFAZ
              CLOSE INTERFAZ
              OPEN I-O INTERFAZ
           END-IF.
           IF NOT FS-INTERFAZ-OK
              DISPLAY 'NO SE PUEDE ABRIR INTERFAZ.DAT. FILE STATUS: '
                      FS-INTERFAZ
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           MOVE 'S'                          TO WS-SW-ARCHIVOS-ABIERTOS.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEPURACION: LOS INDEXADOS SE RECORREN UNA VEZ POR CADA ANIO
      * CERRADO (ASI CADA PASADA ESCRIBE UN SOLO ARCHIVO ANUAL) Y LOS
      * SECUENCIALES UNA SOLA VEZ, PORQUE ESTAN EN ORDEN DE FECHA.
      * EL PRIMER ERROR CORTA LA DEPURACION: LO YA ARCHIVADO QUEDA
      * ARCHIVADO Y BORRADO, Y LO DEMAS QUEDA VIVO.
      *----------------------------------------------------------------*
       2000-DEPURAR-HISTORICOS.

           IF NOT WS-HAY-CIERRES
              DISPLAY 'NO HAY ANIOS CERRADOS (EMPHIST.DAT): NADA '
                      'PARA DEPURAR'
           ELSE
              MOVE 0                         TO WS-ANIO-PROCESO
              PERFORM 2050-SIGUIENTE-ANIO-CERRADO
                 THRU 2050-SIGUIENTE-ANIO-CERRADO-FIN
              PERFORM 2100-DEPURAR-ANIO
                 THRU 2100-DEPURAR-ANIO-FIN
                UNTIL WS-FIN-ANIOS
                   OR WS-HUBO-ERROR-ARCHIVO
              IF NOT WS-HUBO-ERROR-ARCHIVO
                 MOVE WS-IDX-MAEJORN         TO WS-IDX
                 MOVE 'MAEJORN.DAT'          TO WS-RUTA-SECUENCIAL
                 PERFORM 2400-DEPURAR-SECUENCIAL
                    THRU 2400-DEPURAR-SECUENCIAL-FIN
              END-IF
              IF NOT WS-HUBO-ERROR-ARCHIVO
                 MOVE WS-IDX-BITACORA        TO WS-IDX
                 MOVE 'CL11EJ01.LOG'         TO WS-RUTA-SECUENCIAL
                 PERFORM 2400-DEPURAR-SECUENCIAL
                    THRU 2400-DEPURAR-SECUENCIAL-FIN
              END-IF
           END-IF.

           MOVE 'DEPURACION'                 TO WS-LOG-ACCION.
           PERFORM 2980-INFORMAR-TOTALES
              THRU 2980-INFORMAR-TOTALES-FIN.

       2000-DEPURAR-HISTORICOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIGUIENTE ANIO CON CIERRE ANUAL EN EMPHIST.DAT, POSTERIOR A
      * WS-ANIO-PROCESO.
      *----------------------------------------------------------------*
       2050-SIGUIENTE-ANIO-CERRADO.

           MOVE WS-ANIO-PROCESO              TO EMH-ANIO.
           MOVE 99999                        TO EMH-ID-EMPLEADO.

           START EMPLEADOS-HISTORIA
              KEY IS GREATER THAN EMH-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ANIOS
              NOT INVALID KEY
                 READ EMPLEADOS-HISTORIA NEXT RECORD
                 IF FS-EMPHIST-OK
                    MOVE EMH-ANIO            TO WS-ANIO-PROCESO
                 ELSE
                    MOVE 'S'                 TO WS-SW-FIN-ANIOS
                 END-IF
           END-START.

       2050-SIGUIENTE-ANIO-CERRADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN ANIO CERRADO, ARCHIVO POR ARCHIVO. UN ARCHIVO CUYO CORTE
      * NO LLEGA AL ANIO NO SE RECORRE.
      *----------------------------------------------------------------*
       2100-DEPURAR-ANIO.

           COMPUTE WS-PERIODO-ANIO-DESDE = WS-ANIO-PROCESO * 100 + 1.

           IF WS-PERIODO-ANIO-DESDE < WS-RET-CORTE (WS-IDX-VENTDET)
              AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2200-DEPURAR-VENTDET
                 THRU 2200-DEPURAR-VENTDET-FIN
           END-IF.

           IF WS-PERIODO-ANIO-DESDE < WS-RET-CORTE (WS-IDX-HISTSUC)
              AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2220-DEPURAR-HISTSUC
                 THRU 2220-DEPURAR-HISTSUC-FIN
           END-IF.

           IF WS-PERIODO-ANIO-DESDE < WS-RET-CORTE (WS-IDX-HUELLAS)
              AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2240-DEPURAR-HUELLAS
                 THRU 2240-DEPURAR-HUELLAS-FIN
           END-IF.

           IF WS-PERIODO-ANIO-DESDE < WS-RET-CORTE (WS-IDX-HISTDIA)
              AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2260-DEPURAR-HISTDIA
                 THRU 2260-DEPURAR-HISTDIA-FIN
           END-IF.

           IF WS-PERIODO-ANIO-DESDE < WS-RET-CORTE (WS-IDX-RECEPCIO)
              AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2280-DEPURAR-RECEPCION
                 THRU 2280-DEPURAR-RECEPCION-FIN
           END-IF.

           IF WS-PERIODO-ANIO-DESDE < WS-RET-CORTE (WS-IDX-DIARIOEJ)
              AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2300-DEPURAR-DIARIO
                 THRU 2300-DEPURAR-DIARIO-FIN
           END-IF.

           IF WS-PERIODO-ANIO-DESDE < WS-RET-CORTE (WS-IDX-INTERFAZ)
              AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2320-DEPURAR-INTERFAZ
                 THRU 2320-DEPURAR-INTERFAZ-FIN
           END-IF.

           PERFORM 2050-SIGUIENTE-ANIO-CERRADO
              THRU 2050-SIGUIENTE-ANIO-CERRADO-FIN.

       2100-DEPURAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * VENTDET.DAT (CLAVE EMPLEADO+FECHA): SE RECORRE COMPLETO. CADA
      * BAJA SE HACE DESPUES DE ARCHIVAR EL REGISTRO Y SE REPOSICIONA
      * DETRAS DE LA CLAVE BORRADA.
      *----------------------------------------------------------------*
       2200-DEPURAR-VENTDET.

           MOVE WS-IDX-VENTDET               TO WS-IDX.
           MOVE 'S'                          TO WS-SW-CONTROLA-INTERFAZ.
           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           MOVE LOW-VALUES                   TO VEN-CLAVE.
           START VENTAS-DETALLE
              KEY IS NOT LESS THAN VEN-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-START.

           PERFORM 2210-DEPURAR-UNA-VENTA
              THRU 2210-DEPURAR-UNA-VENTA-FIN
             UNTIL WS-FIN-ARCHIVO
                OR WS-HUBO-ERROR-ARCHIVO.

           PERFORM 2950-CERRAR-ARCHIVO-ANUAL
              THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN.

       2200-DEPURAR-VENTDET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-DEPURAR-UNA-VENTA.

           READ VENTAS-DETALLE NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              MOVE VEN-FECHA-CLAVE           TO WS-FECHA-REGISTRO
              PERFORM 2800-EVALUAR-VENCIMIENTO
                 THRU 2800-EVALUAR-VENCIMIENTO-FIN
              IF WS-ES-VENCIDO
                 MOVE REG-VENTA-DETALLE      TO REG-ARCHIVO
                 PERFORM 2920-GRABAR-ARCHIVO-ANUAL
                    THRU 2920-GRABAR-ARCHIVO-ANUAL-FIN
              END-IF
              IF WS-ES-VENCIDO AND NOT WS-HUBO-ERROR-ARCHIVO
                 DELETE VENTAS-DETALLE RECORD
                    INVALID KEY
                       DISPLAY 'ERROR AL BORRAR DE VENTDET.DAT. '
                               'FILE STATUS: ' FS-VENTDET
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                 END-DELETE
                 START VENTAS-DETALLE
                    KEY IS GREATER THAN VEN-CLAVE
                    INVALID KEY
                       MOVE 'S'              TO WS-SW-FIN-ARCHIVO
                 END-START
              END-IF
           END-IF.

       2210-DEPURAR-UNA-VENTA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * HISTSUC.DAT (CLAVE SUCURSAL+FECHA): SE RECORRE COMPLETO.
      *----------------------------------------------------------------*
       2220-DEPURAR-HISTSUC.

           MOVE WS-IDX-HISTSUC               TO WS-IDX.
           MOVE 'S'                          TO WS-SW-CONTROLA-INTERFAZ.
           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           MOVE LOW-VALUES                   TO HSU-CLAVE.
           START HISTORIA-SUCURSAL
              KEY IS NOT LESS THAN HSU-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-START.

           PERFORM 2230-DEPURAR-UN-HISTSUC
              THRU 2230-DEPURAR-UN-HISTSUC-FIN
             UNTIL WS-FIN-ARCHIVO
                OR WS-HUBO-ERROR-ARCHIVO.

           PERFORM 2950-CERRAR-ARCHIVO-ANUAL
              THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN.

       2220-DEPURAR-HISTSUC-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-DEPURAR-UN-HISTSUC.

           READ HISTORIA-SUCURSAL NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              MOVE HSU-FECHA-CLAVE           TO WS-FECHA-REGISTRO
              PERFORM 2800-EVALUAR-VENCIMIENTO
                 THRU 2800-EVALUAR-VENCIMIENTO-FIN
              IF WS-ES-VENCIDO
                 MOVE REG-HIST-SUCURSAL      TO REG-ARCHIVO
                 PERFORM 2920-GRABAR-ARCHIVO-ANUAL
                    THRU 2920-GRABAR-ARCHIVO-ANUAL-FIN
              END-IF
              IF WS-ES-VENCIDO AND NOT WS-HUBO-ERROR-ARCHIVO
                 DELETE HISTORIA-SUCURSAL RECORD
                    INVALID KEY
                       DISPLAY 'ERROR AL BORRAR DE HISTSUC.DAT. '
                               'FILE STATUS: ' FS-HISTSUC
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                 END-DELETE
                 START HISTORIA-SUCURSAL
                    KEY IS GREATER THAN HSU-CLAVE
                    INVALID KEY
                       MOVE 'S'              TO WS-SW-FIN-ARCHIVO
                 END-START
              END-IF
           END-IF.

       2230-DEPURAR-UN-HISTSUC-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * HUELLAS.DAT (CLAVE EMPLEADO+FECHA+...): SE RECORRE COMPLETO.
      * UNA VENTA VIEJA QUE VUELVA A ENTRAR DESPUES DE DEPURADA SU
      * HUELLA YA NO SE DETECTA COMO DUPLICADO.
      *----------------------------------------------------------------*
       2240-DEPURAR-HUELLAS.

           MOVE WS-IDX-HUELLAS               TO WS-IDX.
           MOVE 'S'                          TO WS-SW-CONTROLA-INTERFAZ.
           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           MOVE LOW-VALUES                   TO HUE-CLAVE.
           START HUELLAS
              KEY IS NOT LESS THAN HUE-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-START.

           PERFORM 2250-DEPURAR-UNA-HUELLA
              THRU 2250-DEPURAR-UNA-HUELLA-FIN
             UNTIL WS-FIN-ARCHIVO
                OR WS-HUBO-ERROR-ARCHIVO.

           PERFORM 2950-CERRAR-ARCHIVO-ANUAL
              THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN.

       2240-DEPURAR-HUELLAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2250-DEPURAR-UNA-HUELLA.

           READ HUELLAS NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              MOVE HUE-FECHA-CLAVE           TO WS-FECHA-REGISTRO
              PERFORM 2800-EVALUAR-VENCIMIENTO
                 THRU 2800-EVALUAR-VENCIMIENTO-FIN
              IF WS-ES-VENCIDO
                 MOVE REG-HUELLA             TO REG-ARCHIVO
                 PERFORM 2920-GRABAR-ARCHIVO-ANUAL
                    THRU 2920-GRABAR-ARCHIVO-ANUAL-FIN
              END-IF
              IF WS-ES-VENCIDO AND NOT WS-HUBO-ERROR-ARCHIVO
                 DELETE HUELLAS RECORD
                    INVALID KEY
                       DISPLAY 'ERROR AL BORRAR DE HUELLAS.DAT. '
                               'FILE STATUS: ' FS-HUELLAS
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                 END-DELETE
                 START HUELLAS
                    KEY IS GREATER THAN HUE-CLAVE
                    INVALID KEY
                       MOVE 'S'              TO WS-SW-FIN-ARCHIVO
                 END-START
              END-IF
           END-IF.

       2250-DEPURAR-UNA-HUELLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * HISTDIA.DAT (CLAVE FECHA+CATEGORIA): SOLO SE RECORRE EL ANIO.
      * EL REGISTRO DEL DIA Y LOS DE SUS CATEGORIAS TIENEN LA MISMA
      * FECHA Y VENCEN JUNTOS. UN DIA SIN MARCA DE INTERFAZ QUEDA VIVO
      * HASTA QUE CL11IC01 LO ENVIE.
      *----------------------------------------------------------------*
       2260-DEPURAR-HISTDIA.

           MOVE WS-IDX-HISTDIA               TO WS-IDX.
           MOVE 'S'                          TO WS-SW-CONTROLA-INTERFAZ.
           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           COMPUTE HIS-FECHA-CLAVE = WS-ANIO-PROCESO * 10000 + 101.
           MOVE LOW-VALUES                   TO HIS-CATEGORIA.
           START HISTORIA-DIARIA
              KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-START.

           PERFORM 2270-DEPURAR-UN-DIA
              THRU 2270-DEPURAR-UN-DIA-FIN
             UNTIL WS-FIN-ARCHIVO
                OR WS-HUBO-ERROR-ARCHIVO.

           PERFORM 2950-CERRAR-ARCHIVO-ANUAL
              THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN.

       2260-DEPURAR-HISTDIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2270-DEPURAR-UN-DIA.

           READ HISTORIA-DIARIA NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              MOVE HIS-FECHA-CLAVE           TO WS-FECHA-REGISTRO
              IF WS-FRG-ANIO > WS-ANIO-PROCESO
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              END-IF
           END-IF.

           IF NOT WS-FIN-ARCHIVO
              PERFORM 2800-EVALUAR-VENCIMIENTO
                 THRU 2800-EVALUAR-VENCIMIENTO-FIN
              IF WS-ES-VENCIDO
                 MOVE REG-HISTORIA           TO REG-ARCHIVO
                 PERFORM 2920-GRABAR-ARCHIVO-ANUAL
                    THRU 2920-GRABAR-ARCHIVO-ANUAL-FIN
              END-IF
              IF WS-ES-VENCIDO AND NOT WS-HUBO-ERROR-ARCHIVO
                 DELETE HISTORIA-DIARIA RECORD
                    INVALID KEY
                       DISPLAY 'ERROR AL BORRAR DE HISTDIA.DAT. '
                               'FILE STATUS: ' FS-HISTORIA
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                 END-DELETE
                 START HISTORIA-DIARIA
                    KEY IS GREATER THAN HIS-CLAVE
                    INVALID KEY
                       MOVE 'S'              TO WS-SW-FIN-ARCHIVO
                 END-START
              END-IF
           END-IF.

       2270-DEPURAR-UN-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECEPCIO.DAT (CLAVE SUCURSAL+PERIODO MM/AAAA): SE RECORRE
      * COMPLETO. VALE EL PERIODO, NO HAY MARCA DE INTERFAZ POR DIA.
      *----------------------------------------------------------------*
       2280-DEPURAR-RECEPCION.

           MOVE WS-IDX-RECEPCIO              TO WS-IDX.
           MOVE 'N'                          TO WS-SW-CONTROLA-INTERFAZ.
           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           MOVE LOW-VALUES                   TO RCP-CLAVE.
           START RECEPCION
              KEY IS NOT LESS THAN RCP-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-START.

           PERFORM 2290-DEPURAR-UNA-RECEPCION
              THRU 2290-DEPURAR-UNA-RECEPCION-FIN
             UNTIL WS-FIN-ARCHIVO
                OR WS-HUBO-ERROR-ARCHIVO.

           PERFORM 2950-CERRAR-ARCHIVO-ANUAL
              THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN.

       2280-DEPURAR-RECEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2290-DEPURAR-UNA-RECEPCION.

           READ RECEPCION NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              MOVE 'N'                       TO WS-SW-VENCIDO
              IF RCP-PER-ANIO IS NUMERIC AND RCP-PER-MES IS NUMERIC
                 MOVE RCP-PER-ANIO           TO WS-FRG-ANIO
                 MOVE RCP-PER-MES            TO WS-FRG-MES
                 MOVE 1                      TO WS-FRG-DIA
                 PERFORM 2800-EVALUAR-VENCIMIENTO
                    THRU 2800-EVALUAR-VENCIMIENTO-FIN
              END-IF
              IF WS-ES-VENCIDO
                 MOVE REG-RECEPCION          TO REG-ARCHIVO
                 PERFORM 2920-GRABAR-ARCHIVO-ANUAL
                    THRU 2920-GRABAR-ARCHIVO-ANUAL-FIN
              END-IF
              IF WS-ES-VENCIDO AND NOT WS-HUBO-ERROR-ARCHIVO
                 DELETE RECEPCION RECORD
                    INVALID KEY
                       DISPLAY 'ERROR AL BORRAR DE RECEPCIO.DAT. '
                               'FILE STATUS: ' FS-RECEPCION
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                 END-DELETE
                 START RECEPCION
                    KEY IS GREATER THAN RCP-CLAVE
                    INVALID KEY
                       MOVE 'S'              TO WS-SW-FIN-ARCHIVO
                 END-START
              END-IF
           END-IF.

       2290-DEPURAR-UNA-RECEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DIARIOEJ.DAT (CLAVE CORRIDA AAAAMMDDHHMMSS+SECUENCIA): SOLO
      * SE RECORRE EL ANIO. UNA CORRIDA DEPURADA YA NO SE PUEDE
      * REVERTIR CON CL11RV01.
      *----------------------------------------------------------------*
       2300-DEPURAR-DIARIO.

           MOVE WS-IDX-DIARIOEJ              TO WS-IDX.
           MOVE 'N'                          TO WS-SW-CONTROLA-INTERFAZ.
           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           COMPUTE DIA-IDC-FECHA = WS-ANIO-PROCESO * 10000 + 101.
           MOVE 0                            TO DIA-IDC-HORA.
           MOVE 0                            TO DIA-SECUENCIA.
           START DIARIO
              KEY IS NOT LESS THAN DIA-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-START.

           PERFORM 2310-DEPURAR-UNA-IMAGEN
              THRU 2310-DEPURAR-UNA-IMAGEN-FIN
             UNTIL WS-FIN-ARCHIVO
                OR WS-HUBO-ERROR-ARCHIVO.

           PERFORM 2950-CERRAR-ARCHIVO-ANUAL
              THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN.

       2300-DEPURAR-DIARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-DEPURAR-UNA-IMAGEN.

           READ DIARIO NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              MOVE DIA-IDC-FECHA             TO WS-FECHA-REGISTRO
              IF WS-FRG-ANIO > WS-ANIO-PROCESO
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              END-IF
           END-IF.

           IF NOT WS-FIN-ARCHIVO
              PERFORM 2800-EVALUAR-VENCIMIENTO
                 THRU 2800-EVALUAR-VENCIMIENTO-FIN
              IF WS-ES-VENCIDO
                 MOVE REG-DIARIO             TO REG-ARCHIVO
                 PERFORM 2920-GRABAR-ARCHIVO-ANUAL
                    THRU 2920-GRABAR-ARCHIVO-ANUAL-FIN
              END-IF
              IF WS-ES-VENCIDO AND NOT WS-HUBO-ERROR-ARCHIVO
                 DELETE DIARIO RECORD
                    INVALID KEY
                       DISPLAY 'ERROR AL BORRAR DE DIARIOEJ.DAT. '
                               'FILE STATUS: ' FS-DIARIO
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                 END-DELETE
                 START DIARIO
                    KEY IS GREATER THAN DIA-CLAVE
                    INVALID KEY
                       MOVE 'S'              TO WS-SW-FIN-ARCHIVO
                 END-START
              END-IF
           END-IF.

       2310-DEPURAR-UNA-IMAGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MARCAS DE INTERFAZ.DAT. LA DE UN DIA SE DEPURA SOLO SI EL DIA
      * YA NO ESTA EN HISTDIA.DAT: SI NO, CL11IC01 LO VOLVERIA A
      * ENVIAR. LA DE UN PERIODO, SOLO CON EL PERIODO CERRADO.
      *----------------------------------------------------------------*
       2320-DEPURAR-INTERFAZ.

           MOVE WS-IDX-INTERFAZ              TO WS-IDX.
           MOVE 'N'                          TO WS-SW-CONTROLA-INTERFAZ.
           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           MOVE SPACES                       TO INT-CLAVE.
           MOVE 'D'                          TO INT-DIA-TIPO.
           MOVE WS-ANIO-PROCESO              TO INT-DIA-FECHA (1:4).
           MOVE '0101'                       TO INT-DIA-FECHA (5:4).
           START INTERFAZ
              KEY IS NOT LESS THAN INT-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-START.

           PERFORM 2330-DEPURAR-MARCA-DIA
              THRU 2330-DEPURAR-MARCA-DIA-FIN
             UNTIL WS-FIN-ARCHIVO
                OR WS-HUBO-ERROR-ARCHIVO.

           IF WS-HAY-PERIODOS AND NOT WS-HUBO-ERROR-ARCHIVO
              MOVE 'N'                       TO WS-SW-FIN-ARCHIVO
              MOVE SPACES                    TO INT-CLAVE
              MOVE 'P'                       TO INT-PER-TIPO
              START INTERFAZ
                 KEY IS NOT LESS THAN INT-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-ARCHIVO
              END-START
              PERFORM 2340-DEPURAR-MARCA-PERIODO
                 THRU 2340-DEPURAR-MARCA-PERIODO-FIN
                UNTIL WS-FIN-ARCHIVO
                   OR WS-HUBO-ERROR-ARCHIVO
           END-IF.

           PERFORM 2950-CERRAR-ARCHIVO-ANUAL
              THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN.

       2320-DEPURAR-INTERFAZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2330-DEPURAR-MARCA-DIA.

           READ INTERFAZ NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              IF INT-DIA-TIPO NOT = 'D'
                 OR INT-DIA-FECHA (1:4) NOT = WS-ANIO-PROCESO
                 OR INT-DIA-FECHA IS NOT NUMERIC
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              END-IF
           END-IF.

           IF NOT WS-FIN-ARCHIVO
              MOVE INT-DIA-FECHA             TO WS-FECHA-REGISTRO
              PERFORM 2800-EVALUAR-VENCIMIENTO
                 THRU 2800-EVALUAR-VENCIMIENTO-FIN
              IF WS-ES-VENCIDO
                 MOVE WS-FECHA-REGISTRO      TO HIS-FECHA-CLAVE
                 MOVE SPACES                 TO HIS-CATEGORIA
                 READ HISTORIA-DIARIA
                    KEY IS HIS-CLAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'N'              TO WS-SW-VENCIDO
                 END-READ
              END-IF
              IF WS-ES-VENCIDO
                 PERFORM 2350-ARCHIVAR-MARCA
                    THRU 2350-ARCHIVAR-MARCA-FIN
              END-IF
           END-IF.

       2330-DEPURAR-MARCA-DIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2340-DEPURAR-MARCA-PERIODO.

           READ INTERFAZ NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              IF INT-PER-TIPO NOT = 'P'
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              END-IF
           END-IF.

           IF NOT WS-FIN-ARCHIVO
              MOVE 'N'                       TO WS-SW-VENCIDO
              IF INT-PER-ANIO IS NUMERIC AND INT-PER-MES IS NUMERIC
                 MOVE INT-PER-ANIO           TO WS-FRG-ANIO
                 MOVE INT-PER-MES            TO WS-FRG-MES
                 MOVE 1                      TO WS-FRG-DIA
                 PERFORM 2800-EVALUAR-VENCIMIENTO
                    THRU 2800-EVALUAR-VENCIMIENTO-FIN
              END-IF
              IF WS-ES-VENCIDO
                 MOVE WS-FRG-PERIODO         TO PER-PERIODO
                 READ PERIODOS
                    KEY IS PER-PERIODO
                    INVALID KEY
                       MOVE 'N'              TO WS-SW-VENCIDO
                    NOT INVALID KEY
                       IF NOT PER-CERRADO
                          MOVE 'N'           TO WS-SW-VENCIDO
                       END-IF
                 END-READ
              END-IF
              IF WS-ES-VENCIDO
                 PERFORM 2350-ARCHIVAR-MARCA
                    THRU 2350-ARCHIVAR-MARCA-FIN
              END-IF
           END-IF.

       2340-DEPURAR-MARCA-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2350-ARCHIVAR-MARCA.

           MOVE REG-INTERFAZ                 TO REG-ARCHIVO.
           PERFORM 2920-GRABAR-ARCHIVO-ANUAL
              THRU 2920-GRABAR-ARCHIVO-ANUAL-FIN.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              DELETE INTERFAZ RECORD
                 INVALID KEY
                    DISPLAY 'ERROR AL BORRAR DE INTERFAZ.DAT. '
                            'FILE STATUS: ' FS-INTERFAZ
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
              END-DELETE
              START INTERFAZ
                 KEY IS GREATER THAN INT-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-ARCHIVO
              END-START
           END-IF.

       2350-ARCHIVAR-MARCA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MAEJORN.DAT O LA BITACORA. PRIMERA PASADA: CUANTAS LINEAS DEL
      * PRINCIPIO ESTAN VENCIDAS. SEGUNDA: ESAS LINEAS VAN AL ARCHIVO
      * DE SU ANIO Y LAS DEMAS A DEPURA.TMP. TERCERA: DEPURA.TMP
      * VUELVE A SER EL ARCHIVO VIVO.
      *----------------------------------------------------------------*
       2400-DEPURAR-SECUENCIAL.

           MOVE 0                            TO WS-NRO-LINEA.
           MOVE 0                            TO WS-LINEAS-DEPURAR.
           MOVE 0                            TO WS-ANIO-PRIMERA.
           MOVE 'S'                          TO WS-SW-PREFIJO-ABIERTO.
           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.

           OPEN INPUT SECUENCIAL.
           EVALUATE TRUE
               WHEN FS-SECUENCIAL-OK
                    PERFORM 2410-MEDIR-PREFIJO
                       THRU 2410-MEDIR-PREFIJO-FIN
                      UNTIL WS-FIN-ARCHIVO
                         OR NOT WS-PREFIJO-ABIERTO
                    CLOSE SECUENCIAL
               WHEN FS-SECUENCIAL-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'NO SE PUEDE ABRIR ' WS-RUTA-SECUENCIAL
                            '. FILE STATUS: ' FS-SECUENCIAL
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
           END-EVALUATE.

           IF WS-LINEAS-DEPURAR > 0 AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2420-SEPARAR-PREFIJO
                 THRU 2420-SEPARAR-PREFIJO-FIN
           END-IF.

           IF WS-LINEAS-DEPURAR > 0 AND NOT WS-HUBO-ERROR-ARCHIVO
              PERFORM 2440-REEMPLAZAR-SECUENCIAL
                 THRU 2440-REEMPLAZAR-SECUENCIAL-FIN
           END-IF.

      * LA CONSTANCIA DE LA BITACORA SE GRABA RECIEN CON EL ARCHIVO
      * YA REEMPLAZADO, PARA QUE NO SE PIERDA EN EL REEMPLAZO.
           IF WS-DIFERIR-LOG AND WS-CANT-SECUENCIAL > 0
              MOVE 'N'                       TO WS-SW-DIFERIR-LOG
              MOVE 'DEPURACION'              TO WS-LOG-ACCION
              MOVE WS-ANIO-DESDE-SEC         TO WS-LOG-ANIO
              MOVE WS-RET-ARCHIVO (WS-IDX)   TO WS-LOG-ARCHIVO
              MOVE WS-CANT-SECUENCIAL        TO WS-LOG-CANTIDAD
              MOVE SPACES                    TO WS-LOG-DETALLE
              STRING 'ANIOS '                DELIMITED BY SIZE
                     WS-ANIO-DESDE-SEC       DELIMITED BY SIZE
                     ' A '                   DELIMITED BY SIZE
                     WS-ANIO-PROCESO         DELIMITED BY SIZE
                     ' EN '                  DELIMITED BY SIZE
                     WS-RET-ARCHIVO (WS-IDX) DELIMITED BY SPACE
                     '.AAAA'                 DELIMITED BY SIZE
                     INTO WS-LOG-DETALLE
              END-STRING
              PERFORM 2990-GRABAR-BITACORA
                 THRU 2990-GRABAR-BITACORA-FIN
           END-IF.

           MOVE 'N'                          TO WS-SW-DIFERIR-LOG.

       2400-DEPURAR-SECUENCIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL TRAMO A DEPURAR TERMINA EN LA ULTIMA LINEA FECHADA VENCIDA
      * DE UN ANIO CERRADO; LA PRIMERA LINEA FECHADA QUE NO LO ES
      * CIERRA EL TRAMO.
      *----------------------------------------------------------------*
       2410-MEDIR-PREFIJO.

           READ SECUENCIAL
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              ADD 1                          TO WS-NRO-LINEA
              PERFORM 2850-FECHA-DE-LINEA
                 THRU 2850-FECHA-DE-LINEA-FIN
              IF WS-LINEA-FECHADA
                 IF WS-ANIO-PRIMERA = 0
                    MOVE WS-FRG-ANIO         TO WS-ANIO-PRIMERA
                 END-IF
                 PERFORM 2860-VERIFICAR-ANIO-CERRADO
                    THRU 2860-VERIFICAR-ANIO-CERRADO-FIN
                 IF WS-ANIO-CERRADO
                    AND WS-FRG-PERIODO < WS-RET-CORTE (WS-IDX)
                    MOVE WS-NRO-LINEA        TO WS-LINEAS-DEPURAR
                 ELSE
                    MOVE 'N'                 TO WS-SW-PREFIJO-ABIERTO
                 END-IF
              END-IF
           END-IF.

       2410-MEDIR-PREFIJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LAS LINEAS SIN FECHA ANTERIORES A LA PRIMERA FECHADA VAN CON
      * EL ANIO DE ESA PRIMERA LINEA.
      *----------------------------------------------------------------*
       2420-SEPARAR-PREFIJO.

           MOVE 0                            TO WS-NRO-LINEA.
           MOVE 0                            TO WS-ANIO-PROCESO.
           MOVE 0                            TO WS-CANT-SECUENCIAL.
           MOVE WS-ANIO-PRIMERA              TO WS-ANIO-LINEA.
           MOVE WS-ANIO-PRIMERA              TO WS-ANIO-DESDE-SEC.
           IF WS-IDX = WS-IDX-BITACORA
              MOVE 'S'                       TO WS-SW-DIFERIR-LOG
           END-IF.
           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.

           OPEN INPUT SECUENCIAL.
           OPEN OUTPUT SECUENCIAL-AUX.
           IF NOT FS-SECUENCIAL-OK OR NOT FS-SECUENCIAL-AUX-OK
              DISPLAY 'NO SE PUEDE DEPURAR ' WS-RUTA-SECUENCIAL
                      '. FILE STATUS: ' FS-SECUENCIAL ' '
                      FS-SECUENCIAL-AUX
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           ELSE
              PERFORM 2430-SEPARAR-UNA-LINEA
                 THRU 2430-SEPARAR-UNA-LINEA-FIN
                UNTIL WS-FIN-ARCHIVO
                   OR WS-HUBO-ERROR-ARCHIVO
           END-IF.

           CLOSE SECUENCIAL.
           CLOSE SECUENCIAL-AUX.

           PERFORM 2950-CERRAR-ARCHIVO-ANUAL
              THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN.

       2420-SEPARAR-PREFIJO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-SEPARAR-UNA-LINEA.

           READ SECUENCIAL
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              ADD 1                          TO WS-NRO-LINEA
              IF WS-NRO-LINEA > WS-LINEAS-DEPURAR
                 WRITE REG-SECUENCIAL-AUX    FROM REG-SECUENCIAL
                 IF NOT FS-SECUENCIAL-AUX-OK
                    DISPLAY 'ERROR AL GRABAR DEPURA.TMP. FILE '
                            'STATUS: ' FS-SECUENCIAL-AUX
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
                 END-IF
              ELSE
                 PERFORM 2850-FECHA-DE-LINEA
                    THRU 2850-FECHA-DE-LINEA-FIN
                 IF WS-LINEA-FECHADA
                    MOVE WS-FRG-ANIO         TO WS-ANIO-LINEA
                 END-IF
      * CAMBIO DE ANIO: SE CIERRA EL ARCHIVO DEL ANIO ANTERIOR (CON
      * SU CONSTANCIA) Y SE PREPARA EL DEL NUEVO.
                 IF WS-ANIO-LINEA NOT = WS-ANIO-PROCESO
                    PERFORM 2950-CERRAR-ARCHIVO-ANUAL
                       THRU 2950-CERRAR-ARCHIVO-ANUAL-FIN
                    MOVE WS-ANIO-LINEA       TO WS-ANIO-PROCESO
                    PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
                       THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN
                 END-IF
                 MOVE REG-SECUENCIAL         TO REG-ARCHIVO
                 PERFORM 2920-GRABAR-ARCHIVO-ANUAL
                    THRU 2920-GRABAR-ARCHIVO-ANUAL-FIN
              END-IF
           END-IF.

       2430-SEPARAR-UNA-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * DEPURA.TMP (LO QUE QUEDA VIVO) REEMPLAZA AL ARCHIVO. SI ESTA
      * COPIA FALLA, EL CONTENIDO COMPLETO SIGUE EN DEPURA.TMP.
      *----------------------------------------------------------------*
       2440-REEMPLAZAR-SECUENCIAL.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.

           OPEN INPUT SECUENCIAL-AUX.
           OPEN OUTPUT SECUENCIAL.
           IF NOT FS-SECUENCIAL-OK OR NOT FS-SECUENCIAL-AUX-OK
              DISPLAY 'NO SE PUDO REEMPLAZAR ' WS-RUTA-SECUENCIAL
                      ': EL CONTENIDO VIVO QUEDO EN DEPURA.TMP'
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           ELSE
              PERFORM 2450-COPIAR-DE-AUXILIAR
                 THRU 2450-COPIAR-DE-AUXILIAR-FIN
                UNTIL WS-FIN-ARCHIVO
                   OR WS-HUBO-ERROR-ARCHIVO
           END-IF.

           CLOSE SECUENCIAL-AUX.
           CLOSE SECUENCIAL.

       2440-REEMPLAZAR-SECUENCIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-COPIAR-DE-AUXILIAR.

           READ SECUENCIAL-AUX
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              NOT AT END
                 WRITE REG-SECUENCIAL        FROM REG-SECUENCIAL-AUX
                 IF NOT FS-SECUENCIAL-OK
                    DISPLAY 'ERROR AL GRABAR ' WS-RUTA-SECUENCIAL
                            ': EL CONTENIDO VIVO QUEDO EN DEPURA.TMP'
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
                 END-IF
           END-READ.

       2450-COPIAR-DE-AUXILIAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECARGA DE UN ANIO ARCHIVADO. LAS MARCAS DE INTERFAZ.DAT VAN
      * PRIMERO: UN DIA DE HISTDIA.DAT RECARGADO SIN SU MARCA SERIA
      * ENVIADO DE NUEVO A CONTABILIDAD POR CL11IC01. UN REGISTRO QUE
      * YA ESTA VIVO NO SE PISA. CADA ARCHIVO ANUAL RECARGADO SIN
      * ERRORES QUEDA VACIO, Y LA PROXIMA DEPURACION LO VUELVE A
      * LLENAR.
      *----------------------------------------------------------------*
       2500-RECARGAR-ANIO.

           MOVE WS-ANIO-RECARGA              TO WS-ANIO-PROCESO.

           MOVE WS-IDX-INTERFAZ              TO WS-IDX.
           PERFORM 2600-RECARGAR-INDEXADO
              THRU 2600-RECARGAR-INDEXADO-FIN.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              MOVE WS-IDX-VENTDET            TO WS-IDX
              PERFORM 2600-RECARGAR-INDEXADO
                 THRU 2600-RECARGAR-INDEXADO-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              MOVE WS-IDX-HISTDIA            TO WS-IDX
              PERFORM 2600-RECARGAR-INDEXADO
                 THRU 2600-RECARGAR-INDEXADO-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              MOVE WS-IDX-HISTSUC            TO WS-IDX
              PERFORM 2600-RECARGAR-INDEXADO
                 THRU 2600-RECARGAR-INDEXADO-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              MOVE WS-IDX-RECEPCIO           TO WS-IDX
              PERFORM 2600-RECARGAR-INDEXADO
                 THRU 2600-RECARGAR-INDEXADO-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              MOVE WS-IDX-HUELLAS            TO WS-IDX
              PERFORM 2600-RECARGAR-INDEXADO
                 THRU 2600-RECARGAR-INDEXADO-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              MOVE WS-IDX-DIARIOEJ           TO WS-IDX
              PERFORM 2600-RECARGAR-INDEXADO
                 THRU 2600-RECARGAR-INDEXADO-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              MOVE WS-IDX-MAEJORN            TO WS-IDX
              MOVE 'MAEJORN.DAT'             TO WS-RUTA-SECUENCIAL
              PERFORM 2700-RECARGAR-SECUENCIAL
                 THRU 2700-RECARGAR-SECUENCIAL-FIN
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              MOVE WS-IDX-BITACORA           TO WS-IDX
              MOVE 'CL11EJ01.LOG'            TO WS-RUTA-SECUENCIAL
              PERFORM 2700-RECARGAR-SECUENCIAL
                 THRU 2700-RECARGAR-SECUENCIAL-FIN
           END-IF.

           MOVE 'RECARGA'                    TO WS-LOG-ACCION.
           PERFORM 2980-INFORMAR-TOTALES
              THRU 2980-INFORMAR-TOTALES-FIN.

       2500-RECARGAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2600-RECARGAR-INDEXADO.

           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           OPEN INPUT ARCHIVO-ANUAL.
           EVALUATE TRUE
               WHEN FS-ARCHIVO-OK
                    MOVE 'S'                 TO WS-SW-ANUAL-ABIERTO
                    PERFORM 2610-RECARGAR-UN-REGISTRO
                       THRU 2610-RECARGAR-UN-REGISTRO-FIN
                      UNTIL WS-FIN-ANUAL
                         OR WS-HUBO-ERROR-ARCHIVO
                    CLOSE ARCHIVO-ANUAL
                    MOVE 'N'                 TO WS-SW-ANUAL-ABIERTO
               WHEN FS-ARCHIVO-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'NO SE PUEDE ABRIR ' WS-RUTA-ARCHIVO
                            '. FILE STATUS: ' FS-ARCHIVO
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
           END-EVALUATE.

           PERFORM 2960-CERRAR-RECARGA
              THRU 2960-CERRAR-RECARGA-FIN.

       2600-RECARGAR-INDEXADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-RECARGAR-UN-REGISTRO.

           READ ARCHIVO-ANUAL
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ANUAL
           END-READ.

           IF NOT WS-FIN-ANUAL
              EVALUATE WS-IDX
                  WHEN WS-IDX-VENTDET
                       MOVE REG-ARCHIVO      TO REG-VENTA-DETALLE
                       WRITE REG-VENTA-DETALLE
                       MOVE FS-VENTDET       TO WS-FS-ULTIMO
                  WHEN WS-IDX-HISTDIA
                       MOVE REG-ARCHIVO      TO REG-HISTORIA
                       WRITE REG-HISTORIA
                       MOVE FS-HISTORIA      TO WS-FS-ULTIMO
                  WHEN WS-IDX-HISTSUC
                       MOVE REG-ARCHIVO      TO REG-HIST-SUCURSAL
                       WRITE REG-HIST-SUCURSAL
                       MOVE FS-HISTSUC       TO WS-FS-ULTIMO
                  WHEN WS-IDX-RECEPCIO
                       MOVE REG-ARCHIVO      TO REG-RECEPCION
                       WRITE REG-RECEPCION
                       MOVE FS-RECEPCION     TO WS-FS-ULTIMO
                  WHEN WS-IDX-HUELLAS
                       MOVE REG-ARCHIVO      TO REG-HUELLA
                       WRITE REG-HUELLA
                       MOVE FS-HUELLAS       TO WS-FS-ULTIMO
                  WHEN WS-IDX-DIARIOEJ
                       MOVE REG-ARCHIVO      TO REG-DIARIO
                       WRITE REG-DIARIO
                       MOVE FS-DIARIO        TO WS-FS-ULTIMO
                  WHEN OTHER
                       MOVE REG-ARCHIVO      TO REG-INTERFAZ
                       WRITE REG-INTERFAZ
                       MOVE FS-INTERFAZ      TO WS-FS-ULTIMO
              END-EVALUATE
              EVALUATE WS-FS-ULTIMO
                  WHEN '00'
                       ADD 1                 TO WS-CANT-ARCHIVO
                  WHEN '22'
                       ADD 1                 TO WS-CANT-EXISTENTES
                  WHEN OTHER
                       DISPLAY 'ERROR AL RECARGAR DESDE '
                               WS-RUTA-ARCHIVO '. FILE STATUS: '
                               WS-FS-ULTIMO
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
              END-EVALUATE
           END-IF.

       2610-RECARGAR-UN-REGISTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECARGA DE MAEJORN.DAT O DE LA BITACORA: LAS LINEAS DEL ANIO
      * SE INSERTAN DELANTE DE LA PRIMERA LINEA VIVA FECHADA EN UN
      * ANIO POSTERIOR, ASI EL ARCHIVO SIGUE EN ORDEN DE FECHA.
      *----------------------------------------------------------------*
       2700-RECARGAR-SECUENCIAL.

           PERFORM 2900-PREPARAR-ARCHIVO-ANUAL
              THRU 2900-PREPARAR-ARCHIVO-ANUAL-FIN.

           MOVE 0                            TO WS-ANIO-PRIMERA.
           MOVE 'N'                          TO WS-SW-INSERTADO.
           MOVE 'N'                          TO WS-SW-HUBO-FECHADA.

           OPEN INPUT ARCHIVO-ANUAL.
           EVALUATE TRUE
               WHEN FS-ARCHIVO-OK
                    CLOSE ARCHIVO-ANUAL
               WHEN FS-ARCHIVO-NFD
                    MOVE 'S'                 TO WS-SW-INSERTADO
               WHEN OTHER
                    DISPLAY 'NO SE PUEDE ABRIR ' WS-RUTA-ARCHIVO
                            '. FILE STATUS: ' FS-ARCHIVO
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
           END-EVALUATE.

           IF NOT WS-INSERTADO AND NOT WS-HUBO-ERROR-ARCHIVO
              MOVE 'N'                       TO WS-SW-FIN-ARCHIVO
              OPEN INPUT SECUENCIAL
              IF FS-SECUENCIAL-OK
                 PERFORM 2710-BUSCAR-PRIMER-ANIO
                    THRU 2710-BUSCAR-PRIMER-ANIO-FIN
                   UNTIL WS-FIN-ARCHIVO
                 CLOSE SECUENCIAL
              END-IF
              PERFORM 2720-INTERCALAR-ANIO
                 THRU 2720-INTERCALAR-ANIO-FIN
           END-IF.

           IF WS-INSERTADO AND NOT WS-HUBO-ERROR-ARCHIVO
              AND WS-CANT-ARCHIVO > 0
              PERFORM 2440-REEMPLAZAR-SECUENCIAL
                 THRU 2440-REEMPLAZAR-SECUENCIAL-FIN
           END-IF.

           PERFORM 2960-CERRAR-RECARGA
              THRU 2960-CERRAR-RECARGA-FIN.

       2700-RECARGAR-SECUENCIAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-BUSCAR-PRIMER-ANIO.

           READ SECUENCIAL
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              PERFORM 2850-FECHA-DE-LINEA
                 THRU 2850-FECHA-DE-LINEA-FIN
              IF WS-LINEA-FECHADA
                 MOVE WS-FRG-ANIO            TO WS-ANIO-PRIMERA
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              END-IF
           END-IF.

       2710-BUSCAR-PRIMER-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * ARMA EN DEPURA.TMP EL ARCHIVO VIVO CON EL ANIO INTERCALADO.
      * LAS LINEAS SIN FECHA DEL PRINCIPIO VAN CON EL ANIO DE LA
      * PRIMERA LINEA FECHADA.
      *----------------------------------------------------------------*
       2720-INTERCALAR-ANIO.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.

           OPEN OUTPUT SECUENCIAL-AUX.
           IF NOT FS-SECUENCIAL-AUX-OK
              DISPLAY 'NO SE PUEDE GRABAR DEPURA.TMP. FILE STATUS: '
                      FS-SECUENCIAL-AUX
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN INPUT SECUENCIAL
              IF FS-SECUENCIAL-OK
                 PERFORM 2730-INTERCALAR-UNA-LINEA
                    THRU 2730-INTERCALAR-UNA-LINEA-FIN
                   UNTIL WS-FIN-ARCHIVO
                      OR WS-HUBO-ERROR-ARCHIVO
                 CLOSE SECUENCIAL
              END-IF
              IF NOT WS-INSERTADO AND NOT WS-HUBO-ERROR-ARCHIVO
                 PERFORM 2740-COPIAR-ANIO
                    THRU 2740-COPIAR-ANIO-FIN
              END-IF
              CLOSE SECUENCIAL-AUX
           END-IF.

       2720-INTERCALAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2730-INTERCALAR-UNA-LINEA.

           READ SECUENCIAL
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO AND NOT WS-INSERTADO
              PERFORM 2850-FECHA-DE-LINEA
                 THRU 2850-FECHA-DE-LINEA-FIN
              IF WS-LINEA-FECHADA
                 MOVE 'S'                    TO WS-SW-HUBO-FECHADA
                 MOVE WS-FRG-ANIO            TO WS-ANIO-LINEA
              ELSE
                 IF NOT WS-HUBO-FECHADA
                    MOVE WS-ANIO-PRIMERA     TO WS-ANIO-LINEA
                 ELSE
                    MOVE 0                   TO WS-ANIO-LINEA
                 END-IF
              END-IF
              IF WS-ANIO-LINEA > WS-ANIO-PROCESO
                 PERFORM 2740-COPIAR-ANIO
                    THRU 2740-COPIAR-ANIO-FIN
              END-IF
           END-IF.

           IF NOT WS-FIN-ARCHIVO AND NOT WS-HUBO-ERROR-ARCHIVO
              WRITE REG-SECUENCIAL-AUX       FROM REG-SECUENCIAL
              IF NOT FS-SECUENCIAL-AUX-OK
                 DISPLAY 'ERROR AL GRABAR DEPURA.TMP. FILE STATUS: '
                         FS-SECUENCIAL-AUX
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF
           END-IF.

       2730-INTERCALAR-UNA-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2740-COPIAR-ANIO.

           MOVE 'S'                          TO WS-SW-INSERTADO.
           MOVE 'N'                          TO WS-SW-FIN-ANUAL.

           OPEN INPUT ARCHIVO-ANUAL.
           IF NOT FS-ARCHIVO-OK
              DISPLAY 'NO SE PUEDE ABRIR ' WS-RUTA-ARCHIVO
                      '. FILE STATUS: ' FS-ARCHIVO
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           ELSE
              MOVE 'S'                       TO WS-SW-ANUAL-ABIERTO
              PERFORM 2750-COPIAR-LINEA-ANIO
                 THRU 2750-COPIAR-LINEA-ANIO-FIN
                UNTIL WS-FIN-ANUAL
                   OR WS-HUBO-ERROR-ARCHIVO
              CLOSE ARCHIVO-ANUAL
              MOVE 'N'                       TO WS-SW-ANUAL-ABIERTO
           END-IF.

       2740-COPIAR-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2750-COPIAR-LINEA-ANIO.

           READ ARCHIVO-ANUAL
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ANUAL
              NOT AT END
                 WRITE REG-SECUENCIAL-AUX    FROM REG-ARCHIVO
                 IF FS-SECUENCIAL-AUX-OK
                    ADD 1                    TO WS-CANT-ARCHIVO
                 ELSE
                    DISPLAY 'ERROR AL GRABAR DEPURA.TMP. FILE '
                            'STATUS: ' FS-SECUENCIAL-AUX
                    MOVE 'S'                 TO WS-SW-ERROR-ARCHIVO
                 END-IF
           END-READ.

       2750-COPIAR-LINEA-ANIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN REGISTRO ESTA VENCIDO SI ES DEL ANIO EN PROCESO, SU
      * PERIODO ES ANTERIOR AL CORTE DEL ARCHIVO Y, EN LOS ARCHIVOS
      * POR DIA, EL DIA YA FUE INTERFACEADO.
      *----------------------------------------------------------------*
       2800-EVALUAR-VENCIMIENTO.

           MOVE 'N'                          TO WS-SW-VENCIDO.

           IF WS-FRG-ANIO = WS-ANIO-PROCESO
              AND WS-FRG-PERIODO < WS-RET-CORTE (WS-IDX)
              MOVE 'S'                       TO WS-SW-VENCIDO
              IF WS-CONTROLA-INTERFAZ
                 PERFORM 2810-VERIFICAR-INTERFACEADO
                    THRU 2810-VERIFICAR-INTERFACEADO-FIN
                 IF NOT WS-DIA-INTERFACEADO
                    MOVE 'N'                 TO WS-SW-VENCIDO
                 END-IF
              END-IF
           END-IF.

       2800-EVALUAR-VENCIMIENTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * MARCA D+AAAAMMDD DE CL11IC01. SE GUARDA LA ULTIMA CONSULTA
      * PORQUE LOS REGISTROS DE UN MISMO DIA SUELEN VENIR SEGUIDOS.
      *----------------------------------------------------------------*
       2810-VERIFICAR-INTERFACEADO.

           IF WS-FECHA-REGISTRO NOT = WS-FECHA-CONSULTADA
              MOVE WS-FECHA-REGISTRO         TO WS-FECHA-CONSULTADA
              MOVE SPACES                    TO INT-CLAVE
              MOVE 'D'                       TO INT-DIA-TIPO
              MOVE WS-FECHA-REGISTRO         TO INT-DIA-FECHA
              READ INTERFAZ
                 KEY IS INT-CLAVE
                 INVALID KEY
                    MOVE 'N'                 TO WS-CACHE-INTERFACEADO
                 NOT INVALID KEY
                    MOVE 'S'                 TO WS-CACHE-INTERFACEADO
              END-READ
           END-IF.

           MOVE WS-CACHE-INTERFACEADO        TO WS-SW-DIA-INTERFACEADO.

       2810-VERIFICAR-INTERFACEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * FECHA DD/MM/AAAA AL PRINCIPIO DE UNA LINEA DE MAEJORN.DAT O DE
      * LA BITACORA.
      *----------------------------------------------------------------*
       2850-FECHA-DE-LINEA.

           MOVE 'N'                          TO WS-SW-LINEA-FECHADA.
           MOVE REG-SECUENCIAL (1:10)        TO WS-LINEA-FECHA.

           IF WS-LFE-BARRA-1 = '/' AND WS-LFE-BARRA-2 = '/'
              AND WS-LFE-DIA IS NUMERIC
              AND WS-LFE-MES IS NUMERIC
              AND WS-LFE-ANIO IS NUMERIC
              MOVE 'S'                       TO WS-SW-LINEA-FECHADA
              MOVE WS-LFE-ANIO               TO WS-FRG-ANIO
              MOVE WS-LFE-MES                TO WS-FRG-MES
              MOVE WS-LFE-DIA                TO WS-FRG-DIA
           END-IF.

       2850-FECHA-DE-LINEA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL ANIO DE WS-FRG-ANIO TIENE CIERRE ANUAL EN EMPHIST.DAT.
      *----------------------------------------------------------------*
       2860-VERIFICAR-ANIO-CERRADO.

           IF WS-FRG-ANIO NOT = WS-ANIO-CONSULTADO
              MOVE WS-FRG-ANIO               TO WS-ANIO-CONSULTADO
              MOVE 'N'                       TO WS-CACHE-CERRADO
              MOVE WS-FRG-ANIO               TO EMH-ANIO
              MOVE 0                         TO EMH-ID-EMPLEADO
              START EMPLEADOS-HISTORIA
                 KEY IS NOT LESS THAN EMH-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ EMPLEADOS-HISTORIA NEXT RECORD
                    IF FS-EMPHIST-OK AND EMH-ANIO = WS-FRG-ANIO
                       MOVE 'S'              TO WS-CACHE-CERRADO
                    END-IF
              END-START
           END-IF.

           MOVE WS-CACHE-CERRADO             TO WS-SW-ANIO-CERRADO.

       2860-VERIFICAR-ANIO-CERRADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * NOMBRE DEL ARCHIVO ANUAL (<ARCHIVO>.AAAA) Y CONTADORES. EN LA
      * DEPURACION EL ARCHIVO SE ABRE RECIEN CON EL PRIMER REGISTRO
      * VENCIDO, PARA NO DEJAR ARCHIVOS ANUALES VACIOS.
      *----------------------------------------------------------------*
       2900-PREPARAR-ARCHIVO-ANUAL.

           MOVE SPACES                       TO WS-RUTA-ARCHIVO.
           STRING WS-RET-ARCHIVO (WS-IDX)    DELIMITED BY SPACE
                  '.'                        DELIMITED BY SIZE
                  WS-ANIO-PROCESO            DELIMITED BY SIZE
                  INTO WS-RUTA-ARCHIVO
           END-STRING.

           MOVE 0                            TO WS-CANT-ARCHIVO.
           MOVE 0                            TO WS-CANT-EXISTENTES.
           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.
           MOVE 'N'                          TO WS-SW-FIN-ANUAL.
           MOVE 'N'                          TO WS-SW-ANUAL-ABIERTO.

       2900-PREPARAR-ARCHIVO-ANUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AGREGA EL REGISTRO AL ARCHIVO ANUAL. UN ARCHIVO ANUAL QUE YA
      * EXISTE (DE UNA DEPURACION ANTERIOR) SE EXTIENDE.
      *----------------------------------------------------------------*
       2920-GRABAR-ARCHIVO-ANUAL.

           IF NOT WS-ANUAL-ABIERTO
              OPEN EXTEND ARCHIVO-ANUAL
              IF NOT FS-ARCHIVO-OK
                 CLOSE ARCHIVO-ANUAL
                 OPEN OUTPUT ARCHIVO-ANUAL
              END-IF
              IF FS-ARCHIVO-OK
                 MOVE 'S'                    TO WS-SW-ANUAL-ABIERTO
              ELSE
                 DISPLAY 'NO SE PUEDE ABRIR ' WS-RUTA-ARCHIVO
                         '. FILE STATUS: ' FS-ARCHIVO
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF
           END-IF.

           IF WS-ANUAL-ABIERTO
              WRITE REG-ARCHIVO
              IF FS-ARCHIVO-OK
                 ADD 1                       TO WS-CANT-ARCHIVO
              ELSE
                 DISPLAY 'ERROR AL GRABAR ' WS-RUTA-ARCHIVO
                         '. FILE STATUS: ' FS-ARCHIVO
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF
           END-IF.

       2920-GRABAR-ARCHIVO-ANUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA EL ARCHIVO ANUAL DE LA DEPURACION Y DEJA CONSTANCIA DE
      * LO ARCHIVADO EN LA BITACORA.
      *----------------------------------------------------------------*
       2950-CERRAR-ARCHIVO-ANUAL.

           IF WS-ANUAL-ABIERTO
              CLOSE ARCHIVO-ANUAL
              MOVE 'N'                       TO WS-SW-ANUAL-ABIERTO
           END-IF.

           IF WS-CANT-ARCHIVO > 0
              ADD WS-CANT-ARCHIVO            TO WS-RET-TOTAL (WS-IDX)
              ADD WS-CANT-ARCHIVO            TO WS-CANT-SECUENCIAL
              DISPLAY WS-RET-ARCHIVO (WS-IDX) ' ' WS-ANIO-PROCESO
                      ': ' WS-CANT-ARCHIVO ' REGISTROS ARCHIVADOS EN '
                      WS-RUTA-ARCHIVO
           END-IF.

           IF WS-CANT-ARCHIVO > 0 AND NOT WS-DIFERIR-LOG
              MOVE 'DEPURACION'              TO WS-LOG-ACCION
              MOVE WS-ANIO-PROCESO           TO WS-LOG-ANIO
              MOVE WS-RET-ARCHIVO (WS-IDX)   TO WS-LOG-ARCHIVO
              MOVE WS-CANT-ARCHIVO           TO WS-LOG-CANTIDAD
              MOVE SPACES                    TO WS-LOG-DETALLE
              STRING 'ARCHIVADOS EN '        DELIMITED BY SIZE
                     WS-RUTA-ARCHIVO         DELIMITED BY SPACE
                     INTO WS-LOG-DETALLE
              END-STRING
              PERFORM 2990-GRABAR-BITACORA
                 THRU 2990-GRABAR-BITACORA-FIN
           END-IF.

           MOVE 0                            TO WS-CANT-ARCHIVO.

       2950-CERRAR-ARCHIVO-ANUAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CONSTANCIA DE LA RECARGA DE UN ARCHIVO. SI NO HUBO ERRORES EL
      * ARCHIVO ANUAL QUEDA VACIO: SU CONTENIDO YA ESTA VIVO.
      *----------------------------------------------------------------*
       2960-CERRAR-RECARGA.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              AND (WS-CANT-ARCHIVO > 0 OR WS-CANT-EXISTENTES > 0)
              OPEN OUTPUT ARCHIVO-ANUAL
              IF FS-ARCHIVO-OK
                 CLOSE ARCHIVO-ANUAL
              ELSE
                 DISPLAY 'NO SE PUDO VACIAR ' WS-RUTA-ARCHIVO
                         '. FILE STATUS: ' FS-ARCHIVO
              END-IF
           END-IF.

           IF WS-CANT-ARCHIVO > 0 OR WS-CANT-EXISTENTES > 0
              ADD WS-CANT-ARCHIVO            TO WS-RET-TOTAL (WS-IDX)
              ADD WS-CANT-EXISTENTES
                                       TO WS-RET-EXISTENTES (WS-IDX)
              DISPLAY WS-RET-ARCHIVO (WS-IDX) ' ' WS-ANIO-PROCESO
                      ': ' WS-CANT-ARCHIVO ' REGISTROS RECARGADOS, '
                      WS-CANT-EXISTENTES ' YA EXISTENTES'
              MOVE 'RECARGA'                 TO WS-LOG-ACCION
              MOVE WS-ANIO-PROCESO           TO WS-LOG-ANIO
              MOVE WS-RET-ARCHIVO (WS-IDX)   TO WS-LOG-ARCHIVO
              MOVE WS-CANT-ARCHIVO           TO WS-LOG-CANTIDAD
              MOVE SPACES                    TO WS-LOG-DETALLE
              STRING 'YA EXISTENTES: '       DELIMITED BY SIZE
                     WS-CANT-EXISTENTES      DELIMITED BY SIZE
                     INTO WS-LOG-DETALLE
              END-STRING
              PERFORM 2990-GRABAR-BITACORA
                 THRU 2990-GRABAR-BITACORA-FIN
           END-IF.

       2960-CERRAR-RECARGA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TOTALES POR ARCHIVO EN PANTALLA Y UNA LINEA FINAL EN LA
      * BITACORA CON EL RESULTADO DE LA CORRIDA.
      *----------------------------------------------------------------*
       2980-INFORMAR-TOTALES.

           DISPLAY ' '.
           DISPLAY 'TOTALES DE LA ' WS-LOG-ACCION.
           PERFORM 2985-MOSTRAR-UN-TOTAL
              THRU 2985-MOSTRAR-UN-TOTAL-FIN
             VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 9.

           IF WS-ES-RECARGA
              MOVE WS-ANIO-RECARGA           TO WS-LOG-ANIO
           ELSE
              MOVE SPACES                    TO WS-LOG-ANIO
           END-IF.
           MOVE 'TOTAL'                      TO WS-LOG-ARCHIVO.
           MOVE 0                            TO WS-LOG-CANTIDAD.
           PERFORM 2987-SUMAR-UN-TOTAL
              THRU 2987-SUMAR-UN-TOTAL-FIN
             VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 9.

           IF WS-HUBO-ERROR-ARCHIVO
              MOVE 12                        TO WS-CODIGO-RETORNO
              MOVE 'TERMINADA CON ERRORES'   TO WS-LOG-DETALLE
           ELSE
              MOVE 'TERMINADA'               TO WS-LOG-DETALLE
           END-IF.

           PERFORM 2990-GRABAR-BITACORA
              THRU 2990-GRABAR-BITACORA-FIN.

       2980-INFORMAR-TOTALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2985-MOSTRAR-UN-TOTAL.

           DISPLAY '  ' WS-RET-ARCHIVO (WS-IDX) ' RETENCION '
                   WS-RET-MESES (WS-IDX) ' MESES: '
                   WS-RET-TOTAL (WS-IDX).

       2985-MOSTRAR-UN-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2987-SUMAR-UN-TOTAL.

           ADD WS-RET-TOTAL (WS-IDX)         TO WS-LOG-CANTIDAD.

       2987-SUMAR-UN-TOTAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2990-GRABAR-BITACORA.

           MOVE WS-LCK-PROPIA                TO WS-LOG-PROGRAMA.

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

       2990-GRABAR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF WS-ARCHIVOS-ABIERTOS
              IF WS-HAY-CIERRES
                 CLOSE EMPLEADOS-HISTORIA
              END-IF
              IF WS-HAY-PERIODOS
                 CLOSE PERIODOS
              END-IF
              CLOSE VENTAS-DETALLE
              CLOSE HISTORIA-DIARIA
              CLOSE HISTORIA-SUCURSAL
              CLOSE RECEPCION
              CLOSE HUELLAS
              CLOSE DIARIO
              CLOSE INTERFAZ
           END-IF.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11DP01.
