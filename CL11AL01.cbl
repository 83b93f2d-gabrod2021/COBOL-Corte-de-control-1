      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REPORTE DE ALERTAS DE COMPORTAMIENTO DE VENDEDORES
      *          PARA AUDITORIA, PARA EL PERIODO PEDIDO (MM/AAAA).
      *          CRUZA LO QUE YA GRABA EL CIRCUITO E INFORMA, CADA
      *          ALERTA CON SU EVIDENCIA:
      *          1. TASA DE DEVOLUCION: LO DEVUELTO DE LAS VENTAS DEL
      *             MES (VENTDET.DAT, LA DEVOLUCION VA A LA FECHA DE
      *             LA VENTA ORIGINAL) SOBRE LO VENDIDO, POR ENCIMA
      *             DEL UMBRAL.
      *          2. DESVIO DEL MES (EMPMES.DAT) CONTRA EL PROMEDIO DE
      *             LOS MESES ANTERIORES DEL MISMO VENDEDOR.
      *          3. DEVOLUCIONES EN LOS PRIMEROS DIAS DEL MES, CON EL
      *             MES ANTERIOR YA LIQUIDADO (PERIODOS.DAT), CONTRA
      *             LO VENDIDO EL MES ANTERIOR (HUELLAS.DAT TIENE LA
      *             FECHA REAL DE CADA DEVOLUCION).
      *          4. VENTA NETA DEL MES POR CATEGORIA (HUELLAS.DAT)
      *             JUSTO POR ENCIMA DEL VOLUMEN-DESDE DE UN TRAMO
      *             VIGENTE DE TARIFAS.TXT.
      *          5. VENDEDORES CON MUCHOS RECHAZOS EN EXCEPCIO.TXT.
      *          LOS UMBRALES SE DAN CON LAS VARIABLES
      *          CL11AL01_<UMBRAL> (POR EJEMPLO CL11AL01_TASA_DEVOL=15);
      *          SIN VARIABLE VALE EL DE LA TABLA DE UMBRALES.
      *          USO: CL11AL01 MM/AAAA
      *          SALIDA: ALERTAS.TXT. CODIGO DE RETORNO: 0 SIN
      *          ALERTAS, 4 HUBO ALERTAS (EL PLANIFICADOR AVISA A
      *          AUDITORIA) O PARAMETRO INVALIDO, 12 ERROR DE ARCHIVO
      *          O TABLA DE TARIFAS DESBORDADA.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - Anio minimo del periodo 1900, igual que en
      *                    CL11CC01 y CL11CU01.
      *   15/10/2026 GR - EXCEPCIO.TXT trae al final la sucursal de
      *                    origen (173 posiciones).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11AL01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT MAESTRO
               ASSIGN TO 'MAESTRO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAE-ID-EMPLEADO
               FILE STATUS IS FS-MAESTRO.

           SELECT VENTAS-DETALLE
               ASSIGN TO 'VENTDET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CLAVE
               FILE STATUS IS FS-VENTDET.

           SELECT EMPLEADOS-MENSUAL
               ASSIGN TO 'EMPMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-CLAVE
               FILE STATUS IS FS-EMPMES.

           SELECT HUELLAS
               ASSIGN TO 'HUELLAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HUE-CLAVE
               FILE STATUS IS FS-HUELLAS.

           SELECT PERIODOS
               ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODOS.

           SELECT TARIFAS
               ASSIGN TO 'TARIFAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS.

           SELECT EXCEPCIONES
               ASSIGN TO 'EXCEPCIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIO.

           SELECT ORDEN-TRAMOS
               ASSIGN TO 'CL11AL01.ST1'.

           SELECT ORDEN-RECHAZOS
               ASSIGN TO 'CL11AL01.ST2'.

           SELECT ALERTAS
               ASSIGN TO 'ALERTAS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.

           SELECT AUDITORIA
               ASSIGN TO 'CL11EJ01.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
      *----------------------------------------------------------------*
       DATA DIVISION.

       FILE SECTION.

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

      *----------------------------------------------------------------*
      * MISMOS LAYOUTS QUE GRABA CL11EJ01.
      *----------------------------------------------------------------*
       FD VENTAS-DETALLE.
       01 REG-VENTA-DETALLE.
          05 VEN-CLAVE.
             10 VEN-ID-EMPLEADO             PIC 9(05).
             10 VEN-FECHA-CLAVE             PIC 9(08).
          05 VEN-VENDIDO                    PIC 9(10)V9(2).
          05 VEN-DEVUELTO                   PIC 9(10)V9(2).

       FD EMPLEADOS-MENSUAL.
       01 REG-EMPLEADO-MENSUAL.
          05 EMM-CLAVE.
             10 EMM-ID-EMPLEADO             PIC 9(05).
             10 EMM-PERIODO                 PIC 9(06).
          05 EMM-NOMBRE-APELLIDO            PIC X(40).
          05 EMM-IMPORTE                    PIC S9(10)V9(2).
          05 EMM-CANT-VENTAS                PIC 9(05).

       FD HUELLAS.
       01 REG-HUELLA.
          05 HUE-CLAVE.
             10 HUE-ID-EMPLEADO             PIC 9(05).
             10 HUE-FECHA-CLAVE             PIC 9(08).
             10 HUE-CATEGORIA               PIC X(20).
             10 HUE-IMPORTE                 PIC 9(8)V9(2).
             10 HUE-TIPO                    PIC X(01).
                88 HUE-ES-DEVOLUCION            VALUE 'D' 'A'.
             10 HUE-SECUENCIA               PIC 9(03).
          05 HUE-SUCURSAL                   PIC X(10).
          05 HUE-PERIODO                    PIC X(07).
          05 HUE-FECHA-PROCESO              PIC 9(08).
          05 HUE-LIBERADA                   PIC X(01).

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

       FD TARIFAS.
       01 REG-TARIFA.
          05 TAR-CATEGORIA                  PIC X(20).
          05 TAR-VOL-DESDE                  PIC 9(10)V9(2).
          05 TAR-PORCENTAJE                 PIC 9(02)V9(02).
          05 TAR-VIG-DESDE                  PIC 9(08).
          05 TAR-VIG-HASTA                  PIC 9(08).

       FD EXCEPCIONES.
       01 REG-EXCEPCION.
          05 EXC-FECHA                      PIC X(10).
          05 FILLER                         PIC X(01).
          05 EXC-ID-EMPLEADO                PIC X(05).
          05 FILLER                         PIC X(01).
          05 EXC-NOMBRE-APELLIDO            PIC X(40).
          05 FILLER                         PIC X(01).
          05 EXC-CATEGORIA                  PIC X(20).
          05 FILLER                         PIC X(01).
          05 EXC-IMPORTE                    PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(01).
          05 EXC-TIPO                       PIC X(01).
          05 FILLER                         PIC X(01).
          05 EXC-REF-FECHA                  PIC X(10).
          05 FILLER                         PIC X(01).
          05 EXC-REF-IMPORTE                PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                         PIC X(03).
          05 EXC-MOTIVO                     PIC X(40).
          05 FILLER                         PIC X(01).
          05 EXC-SUCURSAL                   PIC X(10).

       SD ORDEN-TRAMOS.
       01 REG-ORDEN-TRAMO.
          05 OTR-ID-EMPLEADO                PIC 9(05).
          05 OTR-CATEGORIA                  PIC X(20).
          05 OTR-IMPORTE                    PIC S9(8)V9(2).

       SD ORDEN-RECHAZOS.
       01 REG-ORDEN-RECHAZO.
          05 ORE-ID-EMPLEADO                PIC 9(05).
          05 ORE-FECHA-CLAVE                PIC 9(08).
          05 ORE-IMPORTE                    PIC 9(8)V9(2).
          05 ORE-MOTIVO                     PIC X(40).

       FD ALERTAS.
       01 REG-ALERTAS                       PIC X(132).

       FD AUDITORIA.
       01 REG-AUDITORIA                     PIC X(150).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                    VALUE '00'.
          05 FS-VENTDET                      PIC X(2).
             88 FS-VENTDET-OK                    VALUE '00'.
             88 FS-VENTDET-NFD                   VALUE '35'.
          05 FS-EMPMES                       PIC X(2).
             88 FS-EMPMES-OK                     VALUE '00'.
             88 FS-EMPMES-NFD                    VALUE '35'.
          05 FS-HUELLAS                      PIC X(2).
             88 FS-HUELLAS-OK                    VALUE '00'.
             88 FS-HUELLAS-NFD                   VALUE '35'.
          05 FS-PERIODOS                     PIC X(2).
             88 FS-PERIODOS-OK                   VALUE '00'.
             88 FS-PERIODOS-NFD                  VALUE '35'.
          05 FS-TARIFAS                      PIC X(2).
             88 FS-TARIFAS-OK                    VALUE '00'.
             88 FS-TARIFAS-EOF                   VALUE '10'.
             88 FS-TARIFAS-NFD                   VALUE '35'.
          05 FS-EXCEPCIO                     PIC X(2).
             88 FS-EXCEPCIO-OK                   VALUE '00'.
             88 FS-EXCEPCIO-EOF                  VALUE '10'.
             88 FS-EXCEPCIO-NFD                  VALUE '35'.
          05 FS-ALERTAS                      PIC X(2).
             88 FS-ALERTAS-OK                    VALUE '00'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-PARAMETRO-OK                  VALUE 'S'.
             88 WS-PARAMETRO-MAL                 VALUE 'N'.
          05 WS-SW-VENTDET-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-VENTDET-DISPONIBLE            VALUE 'S'.
          05 WS-SW-EMPMES-DISPONIBLE         PIC X(01) VALUE 'N'.
             88 WS-EMPMES-DISPONIBLE             VALUE 'S'.
          05 WS-SW-HUELLAS-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-HUELLAS-DISPONIBLE            VALUE 'S'.
          05 WS-SW-PERIODOS-DISPONIBLE       PIC X(01) VALUE 'N'.
             88 WS-PERIODOS-DISPONIBLE           VALUE 'S'.
          05 WS-SW-TARIFAS-DISPONIBLE        PIC X(01) VALUE 'N'.
             88 WS-TARIFAS-DISPONIBLE            VALUE 'S'.
          05 WS-SW-ANTERIOR-LIQUIDADO        PIC X(01) VALUE 'N'.
             88 WS-ANTERIOR-LIQUIDADO            VALUE 'S'.
          05 WS-SW-FIN-MAESTRO               PIC X(01) VALUE 'N'.
             88 WS-FIN-MAESTRO                   VALUE 'S'.
          05 WS-SW-FIN-LECTURA               PIC X(01) VALUE 'N'.
             88 WS-FIN-LECTURA                   VALUE 'S'.
          05 WS-SW-SORT-EOF                  PIC X(01) VALUE 'N'.
             88 WS-SORT-EOF                      VALUE 'S'.
          05 WS-SW-TARIFA-HALLADA            PIC X(01) VALUE 'N'.
             88 WS-TARIFA-HALLADA                VALUE 'S'.
          05 WS-SW-MES-CON-DATOS             PIC X(01) VALUE 'N'.
             88 WS-MES-CON-DATOS                 VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-PERIODO-PARM                 PIC X(07) VALUE SPACES.
          05 WS-MES-X                        PIC X(02).
          05 WS-ANIO-X                       PIC X(04).
          05 WS-MES                          PIC 9(02).
          05 WS-ANIO                         PIC 9(04).
          05 WS-PERIODO-AAAAMM               PIC 9(06) VALUE 0.
          05 WS-FECHA-DESDE                  PIC 9(08) VALUE 0.
          05 WS-FECHA-HASTA                  PIC 9(08) VALUE 0.
          05 WS-FECHA-HASTA-TEMPRANA         PIC 9(08) VALUE 0.
          05 WS-PERIODO-ANTERIOR             PIC 9(06) VALUE 0.
          05 WS-FECHA-LIQ-ANTERIOR           PIC 9(08) VALUE 0.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      * UMBRALES DE CADA ALERTA (POR DEFECTO; CADA UNO SE PUEDE
      * CAMBIAR CON CL11AL01_<UMBRAL>):
      *   TASA_DEVOL   % DEVUELTO SOBRE VENDIDO DEL MES
      *   DESVIO       % DE DESVIO CONTRA EL PROMEDIO PROPIO
      *   MESES_PROM   MESES ANTERIORES QUE ENTRAN EN EL PROMEDIO
      *   DIAS_DEVOL   PRIMEROS DIAS DEL MES QUE SE MIRAN
      *   CONC_DEVOL   % DEVUELTO EN ESOS DIAS SOBRE LO VENDIDO EL
      *                MES ANTERIOR (YA LIQUIDADO)
      *   MARGEN_TRAMO % POR ENCIMA DEL VOLUMEN-DESDE DEL TRAMO
      *   RECHAZOS     CANTIDAD DE RECHAZOS DEL MES
      *----------------------------------------------------------------*
       01 WS-UMBRALES-LIT.
          05 FILLER                          PIC X(15)
                                             VALUE 'TASA_DEVOL  020'.
          05 FILLER                          PIC X(15)
                                             VALUE 'DESVIO      050'.
          05 FILLER                          PIC X(15)
                                             VALUE 'MESES_PROM  006'.
          05 FILLER                          PIC X(15)
                                             VALUE 'DIAS_DEVOL  005'.
          05 FILLER                          PIC X(15)
                                             VALUE 'CONC_DEVOL  010'.
          05 FILLER                          PIC X(15)
                                             VALUE 'MARGEN_TRAMO003'.
          05 FILLER                          PIC X(15)
                                             VALUE 'RECHAZOS    005'.
       01 WS-UMBRALES REDEFINES WS-UMBRALES-LIT.
          05 WS-TABLA-UMBRALES OCCURS 7 TIMES.
             10 WS-UMB-NOMBRE                PIC X(12).
             10 WS-UMB-VALOR                 PIC 9(03).

       01 WS-IDX-TASA-DEVOL                  PIC 9(02) VALUE 1.
       01 WS-IDX-DESVIO                      PIC 9(02) VALUE 2.
       01 WS-IDX-MESES-PROM                  PIC 9(02) VALUE 3.
       01 WS-IDX-DIAS-DEVOL                  PIC 9(02) VALUE 4.
       01 WS-IDX-CONC-DEVOL                  PIC 9(02) VALUE 5.
       01 WS-IDX-MARGEN-TRAMO                PIC 9(02) VALUE 6.
       01 WS-IDX-RECHAZOS                    PIC 9(02) VALUE 7.

       01 WS-IDX                             PIC 9(02) VALUE 0.

       01 WS-UMBRAL-ENTRADA.
          05 WS-UMB-PARM                     PIC X(03) VALUE SPACES.
          05 WS-UMB-VARIABLE                 PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------*
      * TABLA DE TARIFAS VIGENTES AL PRIMER DIA DEL PERIODO (MISMO
      * CRITERIO QUE CL11LQ01). SI TARIFAS.TXT TRAE MAS TRAMOS DE LOS
      * QUE ENTRAN, LA CORRIDA SE ABORTA: UN TRAMO QUE FALTE DARIA
      * ALERTAS EQUIVOCADAS.
      *----------------------------------------------------------------*
       01 WS-MAX-TARIFAS                     PIC 9(03) VALUE 500.
       01 WS-TABLA-TARIFAS-AREA.
          05 WS-CANT-TARIFAS                 PIC 9(03) VALUE 0.
          05 WS-TABLA-TARIFAS OCCURS 500 TIMES
                               INDEXED BY WS-IDX-TAR.
             10 WS-TAR-CATEGORIA             PIC X(20).
             10 WS-TAR-VOL-DESDE             PIC 9(10)V9(2).
             10 WS-TAR-PORCENTAJE            PIC 9(02)V9(02).

       01 WS-TARIFA-APLICADA.
          05 WS-TA-PORCENTAJE                PIC 9(02)V9(02) VALUE 0.
          05 WS-TA-VOL-DESDE                 PIC 9(10)V9(2) VALUE 0.

      *----------------------------------------------------------------*
      * CALCULOS DEL VENDEDOR EN CURSO.
      *----------------------------------------------------------------*
       01 WS-VENDEDOR.
          05 WS-VEN-ID                       PIC 9(05) VALUE 0.
          05 WS-VEN-VENDIDO                  PIC 9(12)V9(2) VALUE 0.
          05 WS-VEN-DEVUELTO                 PIC 9(12)V9(2) VALUE 0.
          05 WS-VEN-IMPORTE-MES              PIC S9(10)V9(2) VALUE 0.
          05 WS-VEN-SUMA-MESES               PIC S9(12)V9(2) VALUE 0.
          05 WS-VEN-PROMEDIO                 PIC S9(10)V9(2) VALUE 0.
          05 WS-VEN-MESES-CON-DATOS          PIC 9(03) VALUE 0.
          05 WS-VEN-CANT-DEVOL               PIC 9(05) VALUE 0.
          05 WS-VEN-PRIMERA-DEVOL            PIC 9(08) VALUE 0.
          05 WS-VEN-ULTIMA-DEVOL             PIC 9(08) VALUE 0.
          05 WS-VEN-CATEGORIA                PIC X(20) VALUE SPACES.
          05 WS-VEN-EXCESO                   PIC 9(10)V9(2) VALUE 0.
          05 WS-VEN-CANT-RECHAZOS            PIC 9(05) VALUE 0.
          05 WS-VEN-ULTIMO-MOTIVO            PIC X(40) VALUE SPACES.

       01 WS-MESES-ATRAS.
          05 WS-MES-ABSOLUTO                 PIC 9(06) VALUE 0.
          05 WS-MES-CALCULO                  PIC 9(06) VALUE 0.
          05 WS-MES-K                        PIC 9(03) VALUE 0.
          05 WS-MES-ANIO                     PIC 9(04) VALUE 0.
          05 WS-MES-RESTO                    PIC 9(02) VALUE 0.
          05 WS-MES-PERIODO                  PIC 9(06) VALUE 0.

      *----------------------------------------------------------------*
      * PORCENTAJE: WS-PCT-PARTE SOBRE WS-PCT-BASE POR CIEN. UN
      * DESBORDE O UNA BASE EN CERO CON PARTE DISTINTA DE CERO SE
      * INFORMAN COMO EL MAXIMO REPRESENTABLE.
      *----------------------------------------------------------------*
       01 WS-CALCULO-PORCENTAJE.
          05 WS-PCT-BASE                     PIC S9(12)V9(2) VALUE 0.
          05 WS-PCT-PARTE                    PIC S9(12)V9(2) VALUE 0.
          05 WS-PCT-RESULTADO                PIC S9(05)V9(2) VALUE 0.

       01 WS-CONTADORES.
          05 WS-CNT-SECCION                  PIC 9(05) VALUE 0.
          05 WS-CNT-TASA                     PIC 9(05) VALUE 0.
          05 WS-CNT-DESVIO                   PIC 9(05) VALUE 0.
          05 WS-CNT-TEMPRANAS                PIC 9(05) VALUE 0.
          05 WS-CNT-TRAMOS                   PIC 9(05) VALUE 0.
          05 WS-CNT-RECHAZOS                 PIC 9(05) VALUE 0.
          05 WS-CNT-TOTAL                    PIC 9(05) VALUE 0.

       01 WS-FECHA-HOY                       PIC 9(08) VALUE 0.
       01 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
          05 WS-FHY-ANIO                     PIC 9(04).
          05 WS-FHY-MES                      PIC 9(02).
          05 WS-FHY-DIA                      PIC 9(02).
       01 WS-HORA-AHORA                      PIC 9(08) VALUE 0.

       01 WS-FECHA-EDICION.
          05 WS-FED-AAAAMMDD                 PIC 9(08) VALUE 0.
          05 WS-FED-AAAAMMDD-R REDEFINES WS-FED-AAAAMMDD.
             10 WS-FED-ANIO                  PIC 9(04).
             10 WS-FED-MES                   PIC 9(02).
             10 WS-FED-DIA                   PIC 9(02).
          05 WS-FED-TEXTO.
             10 WS-FED-T-DIA                 PIC 9(02).
             10 FILLER                       PIC X(01) VALUE '/'.
             10 WS-FED-T-MES                 PIC 9(02).
             10 FILLER                       PIC X(01) VALUE '/'.
             10 WS-FED-T-ANIO                PIC 9(04).

       01 WS-FECHA-EXCEPCION.
          05 WS-FEX-DIA                      PIC 9(02).
          05 WS-FEX-MES                      PIC 9(02).
          05 WS-FEX-ANIO                     PIC 9(04).
          05 WS-FEX-CLAVE                    PIC 9(08).

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(130) VALUE ALL '-'.
          05 WS-LIS-TITULO.
             10 FILLER                      PIC X(42)
                VALUE 'ALERTAS DE COMPORTAMIENTO DE VENDEDORES - '.
             10 FILLER                      PIC X(08)
                VALUE 'PERIODO '.
             10 WS-LIS-T-PERIODO            PIC X(07).
          05 WS-LIS-UMBRAL.
             10 FILLER                      PIC X(10)
                VALUE '  UMBRAL '.
             10 WS-LIS-U-NOMBRE             PIC X(12).
             10 FILLER                      PIC X(03) VALUE ' = '.
             10 WS-LIS-U-VALOR              PIC ZZ9.
          05 WS-LIS-SECCION                 PIC X(100).
          05 WS-LIS-CANTIDAD.
             10 FILLER                      PIC X(09)
                VALUE 'ALERTAS: '.
             10 WS-LIS-CA-CANTIDAD          PIC ZZ.ZZ9.
          05 WS-LIS-NINGUNA                 PIC X(07)
                VALUE 'NINGUNA'.
          05 WS-LIS-TASA.
             10 WS-LIS-TA-ID                PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-TA-NOMBRE            PIC X(30).
             10 FILLER                      PIC X(09)
                VALUE ' VENDIDO '.
             10 WS-LIS-TA-VENDIDO           PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(10)
                VALUE ' DEVUELTO '.
             10 WS-LIS-TA-DEVUELTO          PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(06)
                VALUE ' TASA '.
             10 WS-LIS-TA-PORCENTAJE        PIC ZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE '%'.
          05 WS-LIS-DESVIO.
             10 WS-LIS-DE-ID                PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-DE-NOMBRE            PIC X(30).
             10 FILLER                      PIC X(05) VALUE ' MES '.
             10 WS-LIS-DE-IMPORTE           PIC -ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(10)
                VALUE ' PROMEDIO '.
             10 WS-LIS-DE-PROMEDIO          PIC -ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(02) VALUE ' ('.
             10 WS-LIS-DE-MESES             PIC ZZ9.
             10 FILLER                      PIC X(15)
                VALUE ' MESES) DESVIO '.
             10 WS-LIS-DE-PORCENTAJE        PIC -ZZ.ZZ9,99.
             10 FILLER                      PIC X(01) VALUE '%'.
          05 WS-LIS-TEMPRANA.
             10 WS-LIS-TE-ID                PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-TE-NOMBRE            PIC X(30).
             10 FILLER                      PIC X(14)
                VALUE ' VENDIDO ANT. '.
             10 WS-LIS-TE-VENDIDO           PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(10)
                VALUE ' DEVUELTO '.
             10 WS-LIS-TE-DEVUELTO          PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(02) VALUE ' ('.
             10 WS-LIS-TE-PORCENTAJE        PIC ZZ.ZZ9,99.
             10 FILLER                      PIC X(04) VALUE '%) '.
             10 WS-LIS-TE-CANTIDAD          PIC ZZZ9.
             10 FILLER                      PIC X(12)
                VALUE ' DEVOL. DEL '.
             10 WS-LIS-TE-PRIMERA           PIC X(05).
             10 FILLER                      PIC X(04) VALUE ' AL '.
             10 WS-LIS-TE-ULTIMA            PIC X(05).
          05 WS-LIS-TRAMO.
             10 WS-LIS-TR-ID                PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-TR-NOMBRE            PIC X(25).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-TR-CATEGORIA         PIC X(20).
             10 FILLER                      PIC X(07)
                VALUE ' NETO '.
             10 WS-LIS-TR-VENDIDO           PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(08)
                VALUE ' TRAMO '.
             10 WS-LIS-TR-VOL-DESDE         PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(04) VALUE ' AL '.
             10 WS-LIS-TR-PORCENTAJE        PIC Z9,99.
             10 FILLER                      PIC X(10)
                VALUE '% EXCESO '.
             10 WS-LIS-TR-EXCESO            PIC ZZZ.ZZZ.ZZ9,99.
          05 WS-LIS-RECHAZO.
             10 WS-LIS-RE-ID                PIC 9(05).
             10 FILLER                      PIC X(01) VALUE ' '.
             10 WS-LIS-RE-NOMBRE            PIC X(30).
             10 FILLER                      PIC X(10)
                VALUE ' RECHAZOS '.
             10 WS-LIS-RE-CANTIDAD          PIC ZZ.ZZ9.
             10 FILLER                      PIC X(09)
                VALUE ' IMPORTE '.
             10 WS-LIS-RE-IMPORTE           PIC ZZZ.ZZZ.ZZ9,99.
             10 FILLER                      PIC X(10)
                VALUE ' ULTIMO: '.
             10 WS-LIS-RE-MOTIVO            PIC X(40).
          05 WS-LIS-RESUMEN.
             10 WS-LIS-RS-TEXTO             PIC X(45).
             10 WS-LIS-RS-CANTIDAD          PIC ZZ.ZZ9.

       01 WS-DIA-MES-EDICION.
          05 WS-DME-DIA                      PIC 9(02).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-DME-MES                      PIC 9(02).

      *----------------------------------------------------------------*
      * LINEA DE CL11EJ01.LOG CUANDO LA CORRIDA SE ABORTA POR TOPE.
      * EMPIEZA CON EL NOMBRE DEL PROGRAMA PARA QUE CL11BA01 NO LA
      * TOME POR UNA CORRIDA DE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-LOG-ABORTO.
          05 FILLER                          PIC X(08) VALUE 'CL11AL01'.
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-FECHA                    PIC X(10).
          05 FILLER                          PIC X(01) VALUE SPACE.
          05 WS-LGA-HORA                     PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LGA-TEXTO                    PIC X(80).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

           PERFORM 0100-OBTENER-PARAMETROS
              THRU 0100-OBTENER-PARAMETROS-FIN.

           IF WS-PARAMETRO-OK
              PERFORM 0200-CARGAR-UMBRALES
                 THRU 0200-CARGAR-UMBRALES-FIN
              PERFORM 1000-INICIAR-PROGRAMA
                 THRU 1000-INICIAR-PROGRAMA-FIN
           END-IF.

           IF WS-PARAMETRO-OK
              PERFORM 2100-SECCION-TASA
                 THRU 2100-SECCION-TASA-FIN
              PERFORM 2200-SECCION-DESVIO
                 THRU 2200-SECCION-DESVIO-FIN
              PERFORM 2300-SECCION-TEMPRANAS
                 THRU 2300-SECCION-TEMPRANAS-FIN
              PERFORM 2400-SECCION-TRAMOS
                 THRU 2400-SECCION-TRAMOS-FIN
              PERFORM 2500-SECCION-RECHAZOS
                 THRU 2500-SECCION-RECHAZOS-FIN
              PERFORM 2800-RESUMEN
                 THRU 2800-RESUMEN-FIN
              PERFORM 3000-FINALIZAR-PROGRAMA
                 THRU 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * UNICO PARAMETRO: PERIODO MM/AAAA (OBLIGATORIO). DE EL SALEN EL
      * RANGO DE FECHAS DEL MES Y EL PERIODO ANTERIOR.
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-FECHA-HOY               FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AHORA              FROM TIME.
           ACCEPT WS-PERIODO-PARM FROM ARGUMENT-VALUE.

           IF WS-PERIODO-PARM = SPACES
              DISPLAY 'USO: CL11AL01 MM/AAAA'
              MOVE 'N'                      TO WS-SW-PARAMETRO-OK
           ELSE
              MOVE WS-PERIODO-PARM (1:2)    TO WS-MES-X
              MOVE WS-PERIODO-PARM (4:4)    TO WS-ANIO-X
              IF WS-PERIODO-PARM (3:1) NOT = '/'
                 OR WS-MES-X NOT NUMERIC
                 OR WS-ANIO-X NOT NUMERIC
                 DISPLAY 'PERIODO INVALIDO, SE ESPERA MM/AAAA: '
                         WS-PERIODO-PARM
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              ELSE
                 MOVE WS-MES-X              TO WS-MES
                 MOVE WS-ANIO-X             TO WS-ANIO
                 IF WS-MES < 1 OR WS-MES > 12 OR WS-ANIO < 1900
                    DISPLAY 'PERIODO FUERA DE RANGO: '
                            WS-PERIODO-PARM
                    MOVE 'N'                TO WS-SW-PARAMETRO-OK
                 END-IF
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK
              COMPUTE WS-PERIODO-AAAAMM = WS-ANIO * 100 + WS-MES
              COMPUTE WS-FECHA-DESDE = WS-PERIODO-AAAAMM * 100 + 1
              COMPUTE WS-FECHA-HASTA = WS-PERIODO-AAAAMM * 100 + 31
              COMPUTE WS-MES-ABSOLUTO = WS-ANIO * 12 + WS-MES - 1
              MOVE 1                        TO WS-MES-K
              PERFORM 0150-CALCULAR-MES-ATRAS
                 THRU 0150-CALCULAR-MES-ATRAS-FIN
              MOVE WS-MES-PERIODO           TO WS-PERIODO-ANTERIOR
           ELSE
              MOVE 4                        TO WS-CODIGO-RETORNO
           END-IF.

       0100-OBTENER-PARAMETROS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PERIODO AAAAMM QUE QUEDA WS-MES-K MESES ANTES DEL PEDIDO.
      *----------------------------------------------------------------*
       0150-CALCULAR-MES-ATRAS.

           COMPUTE WS-MES-CALCULO = WS-MES-ABSOLUTO - WS-MES-K.
           DIVIDE WS-MES-CALCULO BY 12 GIVING WS-MES-ANIO
                                    REMAINDER WS-MES-RESTO.
           COMPUTE WS-MES-PERIODO = WS-MES-ANIO * 100
                                  + WS-MES-RESTO + 1.

       0150-CALCULAR-MES-ATRAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UMBRALES: LOS DE LA TABLA, SALVO LOS QUE VENGAN EN SU
      * VARIABLE CL11AL01_<UMBRAL>.
      *----------------------------------------------------------------*
       0200-CARGAR-UMBRALES.

           PERFORM 0210-CARGAR-UN-UMBRAL
              THRU 0210-CARGAR-UN-UMBRAL-FIN
             VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 7.

           COMPUTE WS-FECHA-HASTA-TEMPRANA = WS-FECHA-DESDE
                              + WS-UMB-VALOR (WS-IDX-DIAS-DEVOL) - 1.

       0200-CARGAR-UMBRALES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       0210-CARGAR-UN-UMBRAL.

           MOVE SPACES                       TO WS-UMB-VARIABLE.
           MOVE SPACES                       TO WS-UMB-PARM.

           STRING 'CL11AL01_'                DELIMITED BY SIZE
                  WS-UMB-NOMBRE (WS-IDX)     DELIMITED BY SPACE
                  INTO WS-UMB-VARIABLE
           END-STRING.

           ACCEPT WS-UMB-PARM FROM ENVIRONMENT WS-UMB-VARIABLE.
           IF WS-UMB-PARM NOT = SPACES
              IF WS-UMB-PARM IS NUMERIC AND WS-UMB-PARM > 0
                 MOVE WS-UMB-PARM            TO WS-UMB-VALOR (WS-IDX)
              ELSE
                 DISPLAY WS-UMB-VARIABLE ' INVALIDO, SE USA '
                         WS-UMB-VALOR (WS-IDX)
              END-IF
           END-IF.

       0210-CARGAR-UN-UMBRAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN MAESTRO NO HAY A QUIEN ALERTAR (RC 12). LOS DEMAS ARCHIVOS
      * PUEDEN NO EXISTIR TODAVIA: LA SECCION QUE LOS NECESITA LO
      * INFORMA Y SIGUE CON LAS OTRAS.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           OPEN INPUT MAESTRO.
           IF NOT FS-MAESTRO-OK
              DISPLAY 'NO SE PUEDE ABRIR EL MAESTRO DE EMPLEADOS '
                      '(MAESTRO.DAT). FILE STATUS: ' FS-MAESTRO
              MOVE 12                        TO WS-CODIGO-RETORNO
              MOVE 'N'                       TO WS-SW-PARAMETRO-OK
           END-IF.

           IF WS-PARAMETRO-OK
              PERFORM 1100-ABRIR-HISTORICOS
                 THRU 1100-ABRIR-HISTORICOS-FIN
           END-IF.

           IF WS-PARAMETRO-OK
              PERFORM 1200-CARGAR-TARIFAS
                 THRU 1200-CARGAR-TARIFAS-FIN
           END-IF.

           IF WS-PARAMETRO-OK
              OPEN OUTPUT ALERTAS
              IF NOT FS-ALERTAS-OK
                 DISPLAY 'ERROR AL ABRIR ALERTAS.TXT. FILE STATUS: '
                         FS-ALERTAS
                 MOVE 12                    TO WS-CODIGO-RETORNO
                 MOVE 'N'                   TO WS-SW-PARAMETRO-OK
              END-IF
           END-IF.

           IF WS-PARAMETRO-OK
              PERFORM 1300-LEER-PERIODO-ANTERIOR
                 THRU 1300-LEER-PERIODO-ANTERIOR-FIN
              MOVE WS-PERIODO-PARM          TO WS-LIS-T-PERIODO
              DISPLAY WS-LIS-TITULO
              WRITE REG-ALERTAS             FROM WS-LIS-TITULO
              PERFORM 1400-MOSTRAR-UMBRAL
                 THRU 1400-MOSTRAR-UMBRAL-FIN
                VARYING WS-IDX FROM 1 BY 1
                  UNTIL WS-IDX > 7
           ELSE
              PERFORM 3000-FINALIZAR-PROGRAMA
                 THRU 3000-FINALIZAR-PROGRAMA-FIN
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1100-ABRIR-HISTORICOS.

           OPEN INPUT VENTAS-DETALLE.
           EVALUATE TRUE
               WHEN FS-VENTDET-OK
                    MOVE 'S'                 TO WS-SW-VENTDET-DISPONIBLE
               WHEN FS-VENTDET-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR VENTDET.DAT. FILE '
                            'STATUS: ' FS-VENTDET
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           OPEN INPUT EMPLEADOS-MENSUAL.
           EVALUATE TRUE
               WHEN FS-EMPMES-OK
                    MOVE 'S'                 TO WS-SW-EMPMES-DISPONIBLE
               WHEN FS-EMPMES-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EMPMES.DAT. FILE '
                            'STATUS: ' FS-EMPMES
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           OPEN INPUT HUELLAS.
           EVALUATE TRUE
               WHEN FS-HUELLAS-OK
                    MOVE 'S'                 TO WS-SW-HUELLAS-DISPONIBLE
               WHEN FS-HUELLAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR HUELLAS.DAT. FILE '
                            'STATUS: ' FS-HUELLAS
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           OPEN INPUT PERIODOS.
           EVALUATE TRUE
               WHEN FS-PERIODOS-OK
                    MOVE 'S'                TO WS-SW-PERIODOS-DISPONIBLE
               WHEN FS-PERIODOS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR PERIODOS.DAT. FILE '
                            'STATUS: ' FS-PERIODOS
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           IF WS-PARAMETRO-MAL
              MOVE 12                        TO WS-CODIGO-RETORNO
           END-IF.

       1100-ABRIR-HISTORICOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CARGA LOS TRAMOS VIGENTES AL PRIMER DIA DEL PERIODO. SIN
      * TARIFAS.TXT SE OMITE LA ALERTA DE TRAMOS.
      *----------------------------------------------------------------*
       1200-CARGAR-TARIFAS.

           OPEN INPUT TARIFAS.
           EVALUATE TRUE
               WHEN FS-TARIFAS-OK
                    MOVE 'S'                 TO WS-SW-TARIFAS-DISPONIBLE
                    PERFORM 1210-LEER-UNA-TARIFA
                       THRU 1210-LEER-UNA-TARIFA-FIN
                      UNTIL FS-TARIFAS-EOF
                         OR WS-PARAMETRO-MAL
                    CLOSE TARIFAS
               WHEN FS-TARIFAS-NFD
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR TARIFAS.TXT. FILE '
                            'STATUS: ' FS-TARIFAS
                    MOVE 12                  TO WS-CODIGO-RETORNO
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

       1200-CARGAR-TARIFAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UNA TARIFA DE FORMATO VIEJO VIENE SIN FECHAS DE VIGENCIA Y SE
      * TOMA COMO SIEMPRE VIGENTE (IGUAL QUE CL11LQ01).
      *----------------------------------------------------------------*
       1210-LEER-UNA-TARIFA.

           READ TARIFAS.

           IF FS-TARIFAS-OK AND REG-TARIFA NOT = SPACES
              AND TAR-VOL-DESDE IS NUMERIC
              AND TAR-PORCENTAJE IS NUMERIC
              IF TAR-VIG-DESDE IS NUMERIC
                 AND TAR-VIG-HASTA IS NUMERIC
                 AND (TAR-VIG-DESDE > WS-FECHA-DESDE
                      OR TAR-VIG-HASTA < WS-FECHA-DESDE)
                 CONTINUE
              ELSE
                 IF WS-CANT-TARIFAS < WS-MAX-TARIFAS
                    ADD 1                    TO WS-CANT-TARIFAS
                    MOVE TAR-CATEGORIA
                            TO WS-TAR-CATEGORIA (WS-CANT-TARIFAS)
                    MOVE TAR-VOL-DESDE
                            TO WS-TAR-VOL-DESDE (WS-CANT-TARIFAS)
                    MOVE TAR-PORCENTAJE
                            TO WS-TAR-PORCENTAJE (WS-CANT-TARIFAS)
                 ELSE
                    MOVE 'TABLA DE TARIFAS LLENA: CORRIDA ABORTADA'
                                             TO WS-LGA-TEXTO
                    PERFORM 1250-ABORTAR-POR-TOPE
                       THRU 1250-ABORTAR-POR-TOPE-FIN
                 END-IF
              END-IF
           END-IF.

       1210-LEER-UNA-TARIFA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * UN TOPE SUPERADO NO SE SALTEA: LA CORRIDA TERMINA CON RC 12 Y
      * QUEDA CONSTANCIA EN CL11EJ01.LOG.
      *----------------------------------------------------------------*
       1250-ABORTAR-POR-TOPE.

           DISPLAY WS-LGA-TEXTO.
           MOVE 12                           TO WS-CODIGO-RETORNO.
           MOVE 'N'                          TO WS-SW-PARAMETRO-OK.

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

       1250-ABORTAR-POR-TOPE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA ALERTA DE DEVOLUCIONES TEMPRANAS SOLO CORRE SI EL PERIODO
      * ANTERIOR YA TIENE FECHA DE LIQUIDACION (CL11LQ01/CL11RL01).
      *----------------------------------------------------------------*
       1300-LEER-PERIODO-ANTERIOR.

           IF WS-PERIODOS-DISPONIBLE
              MOVE WS-PERIODO-ANTERIOR       TO PER-PERIODO
              READ PERIODOS
                 KEY IS PER-PERIODO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PER-FECHA-LIQUIDACION IS NUMERIC
                       AND PER-FECHA-LIQUIDACION > 0
                       MOVE 'S'              TO WS-SW-ANTERIOR-LIQUIDADO
                       MOVE PER-FECHA-LIQUIDACION
                                             TO WS-FECHA-LIQ-ANTERIOR
                    END-IF
              END-READ
           END-IF.

       1300-LEER-PERIODO-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       1400-MOSTRAR-UMBRAL.

           MOVE WS-UMB-NOMBRE (WS-IDX)       TO WS-LIS-U-NOMBRE.
           MOVE WS-UMB-VALOR (WS-IDX)        TO WS-LIS-U-VALOR.
           DISPLAY WS-LIS-UMBRAL.
           WRITE REG-ALERTAS                 FROM WS-LIS-UMBRAL.

       1400-MOSTRAR-UMBRAL-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RECORRIDO DEL MAESTRO POR LEGAJO, COMUN A LAS TRES PRIMERAS
      * SECCIONES.
      *----------------------------------------------------------------*
       2010-INICIAR-MAESTRO.

           MOVE 'N'                          TO WS-SW-FIN-MAESTRO.
           MOVE 0                            TO MAE-ID-EMPLEADO.

           START MAESTRO
              KEY IS NOT LESS THAN MAE-ID-EMPLEADO
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-MAESTRO
           END-START.

           IF NOT WS-FIN-MAESTRO
              PERFORM 2020-LEER-MAESTRO
                 THRU 2020-LEER-MAESTRO-FIN
           END-IF.

       2010-INICIAR-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2020-LEER-MAESTRO.

           READ MAESTRO NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-MAESTRO
           END-READ.

           IF NOT WS-FIN-MAESTRO AND NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL LEER MAESTRO.DAT. FILE STATUS: '
                      FS-MAESTRO
              MOVE 12                        TO WS-CODIGO-RETORNO
              MOVE 'S'                       TO WS-SW-FIN-MAESTRO
           END-IF.

       2020-LEER-MAESTRO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TITULO DE SECCION (EN WS-LIS-SECCION) Y CANTIDAD AL CIERRE.
      *----------------------------------------------------------------*
       2030-ABRIR-SECCION.

           MOVE 0                            TO WS-CNT-SECCION.
           DISPLAY ' '.
           DISPLAY WS-LIS-SECCION.
           DISPLAY WS-LIS-SEPARADOR.
           MOVE SPACES                       TO REG-ALERTAS.
           WRITE REG-ALERTAS.
           WRITE REG-ALERTAS                 FROM WS-LIS-SECCION.
           WRITE REG-ALERTAS                 FROM WS-LIS-SEPARADOR.

       2030-ABRIR-SECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2040-CERRAR-SECCION.

           IF WS-CNT-SECCION = 0
              DISPLAY WS-LIS-NINGUNA
              WRITE REG-ALERTAS              FROM WS-LIS-NINGUNA
           ELSE
              MOVE WS-CNT-SECCION            TO WS-LIS-CA-CANTIDAD
              DISPLAY WS-LIS-CANTIDAD
              WRITE REG-ALERTAS              FROM WS-LIS-CANTIDAD
           END-IF.

           ADD WS-CNT-SECCION                TO WS-CNT-TOTAL.

       2040-CERRAR-SECCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * AVISO DE SECCION SIN DATOS PARA CONTROLAR (EN WS-LIS-SECCION).
      *----------------------------------------------------------------*
       2050-SECCION-SIN-DATOS.

           DISPLAY WS-LIS-SECCION.
           WRITE REG-ALERTAS                 FROM WS-LIS-SECCION.

       2050-SECCION-SIN-DATOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 1. TASA DE DEVOLUCION DE LAS VENTAS DEL MES.
      *----------------------------------------------------------------*
       2100-SECCION-TASA.

           MOVE SPACES                       TO WS-LIS-SECCION.
           STRING '1. TASA DE DEVOLUCION DE LAS VENTAS DEL MES POR '
                  'ENCIMA DEL UMBRAL (TASA_DEVOL)'
                  DELIMITED BY SIZE     INTO WS-LIS-SECCION
           END-STRING.
           PERFORM 2030-ABRIR-SECCION
              THRU 2030-ABRIR-SECCION-FIN.

           IF WS-VENTDET-DISPONIBLE
              PERFORM 2010-INICIAR-MAESTRO
                 THRU 2010-INICIAR-MAESTRO-FIN
              PERFORM 2110-EVALUAR-TASA
                 THRU 2110-EVALUAR-TASA-FIN
                UNTIL WS-FIN-MAESTRO
           ELSE
              MOVE SPACES                    TO WS-LIS-SECCION
              STRING 'SIN DETALLE DE VENTAS (VENTDET.DAT, LO GRABA '
                     'CL11EJ01)'
                     DELIMITED BY SIZE     INTO WS-LIS-SECCION
              END-STRING
              PERFORM 2050-SECCION-SIN-DATOS
                 THRU 2050-SECCION-SIN-DATOS-FIN
           END-IF.

           MOVE WS-CNT-SECCION               TO WS-CNT-TASA.
           PERFORM 2040-CERRAR-SECCION
              THRU 2040-CERRAR-SECCION-FIN.

       2100-SECCION-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2110-EVALUAR-TASA.

           MOVE WS-FECHA-DESDE               TO WS-FED-AAAAMMDD.
           PERFORM 2120-SUMAR-VENTDET
              THRU 2120-SUMAR-VENTDET-FIN.

           IF WS-VEN-DEVUELTO > 0
              MOVE WS-VEN-VENDIDO            TO WS-PCT-BASE
              MOVE WS-VEN-DEVUELTO           TO WS-PCT-PARTE
              PERFORM 2900-CALCULAR-PORCENTAJE
                 THRU 2900-CALCULAR-PORCENTAJE-FIN
              IF WS-PCT-RESULTADO > WS-UMB-VALOR (WS-IDX-TASA-DEVOL)
                 ADD 1                       TO WS-CNT-SECCION
                 MOVE MAE-ID-EMPLEADO        TO WS-LIS-TA-ID
                 MOVE MAE-NOMBRE-APELLIDO    TO WS-LIS-TA-NOMBRE
                 MOVE WS-VEN-VENDIDO         TO WS-LIS-TA-VENDIDO
                 MOVE WS-VEN-DEVUELTO        TO WS-LIS-TA-DEVUELTO
                 MOVE WS-PCT-RESULTADO       TO WS-LIS-TA-PORCENTAJE
                 DISPLAY WS-LIS-TASA
                 WRITE REG-ALERTAS           FROM WS-LIS-TASA
              END-IF
           END-IF.

           PERFORM 2020-LEER-MAESTRO
              THRU 2020-LEER-MAESTRO-FIN.

       2110-EVALUAR-TASA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUMA VENDIDO Y DEVUELTO DE VENTDET.DAT DEL LEGAJO EN CURSO
      * PARA EL MES QUE EMPIEZA EN WS-FED-AAAAMMDD.
      *----------------------------------------------------------------*
       2120-SUMAR-VENTDET.

           MOVE 0                            TO WS-VEN-VENDIDO.
           MOVE 0                            TO WS-VEN-DEVUELTO.
           MOVE 'N'                          TO WS-SW-FIN-LECTURA.

           MOVE MAE-ID-EMPLEADO              TO VEN-ID-EMPLEADO.
           MOVE WS-FED-AAAAMMDD              TO VEN-FECHA-CLAVE.
           START VENTAS-DETALLE
              KEY IS NOT LESS THAN VEN-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-LECTURA
           END-START.

           PERFORM 2125-LEER-VENTDET
              THRU 2125-LEER-VENTDET-FIN
             UNTIL WS-FIN-LECTURA.

       2120-SUMAR-VENTDET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2125-LEER-VENTDET.

           READ VENTAS-DETALLE NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-LECTURA
           END-READ.

           IF NOT WS-FIN-LECTURA
              IF VEN-ID-EMPLEADO NOT = MAE-ID-EMPLEADO
                 OR VEN-FECHA-CLAVE (1:6) NOT = WS-FED-AAAAMMDD (1:6)
                 MOVE 'S'                    TO WS-SW-FIN-LECTURA
              ELSE
                 ADD VEN-VENDIDO             TO WS-VEN-VENDIDO
                 ADD VEN-DEVUELTO            TO WS-VEN-DEVUELTO
              END-IF
           END-IF.

       2125-LEER-VENTDET-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 2. DESVIO DEL MES CONTRA EL PROMEDIO DE LOS MESES ANTERIORES.
      * EL PROMEDIO SE TOMA SOBRE LOS MESES CON ACUMULADO (HACEN FALTA
      * AL MENOS DOS); UN ACTIVO SIN ACUMULADO EN EL MES CUENTA CERO.
      *----------------------------------------------------------------*
       2200-SECCION-DESVIO.

           MOVE SPACES                       TO WS-LIS-SECCION.
           STRING '2. DESVIO DEL MES CONTRA EL PROMEDIO PROPIO DE LOS '
                  'MESES ANTERIORES (DESVIO, MESES_PROM)'
                  DELIMITED BY SIZE     INTO WS-LIS-SECCION
           END-STRING.
           PERFORM 2030-ABRIR-SECCION
              THRU 2030-ABRIR-SECCION-FIN.

           IF WS-EMPMES-DISPONIBLE
              PERFORM 2010-INICIAR-MAESTRO
                 THRU 2010-INICIAR-MAESTRO-FIN
              PERFORM 2210-EVALUAR-DESVIO
                 THRU 2210-EVALUAR-DESVIO-FIN
                UNTIL WS-FIN-MAESTRO
           ELSE
              MOVE SPACES                    TO WS-LIS-SECCION
              STRING 'SIN ACUMULADOS MENSUALES (EMPMES.DAT, LOS GRABA '
                     'CL11EJ01)'
                     DELIMITED BY SIZE     INTO WS-LIS-SECCION
              END-STRING
              PERFORM 2050-SECCION-SIN-DATOS
                 THRU 2050-SECCION-SIN-DATOS-FIN
           END-IF.

           MOVE WS-CNT-SECCION               TO WS-CNT-DESVIO.
           PERFORM 2040-CERRAR-SECCION
              THRU 2040-CERRAR-SECCION-FIN.

       2200-SECCION-DESVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-EVALUAR-DESVIO.

           MOVE 0                            TO WS-VEN-IMPORTE-MES.
           MOVE 0                            TO WS-VEN-SUMA-MESES.
           MOVE 0                            TO WS-VEN-MESES-CON-DATOS.
           MOVE 'N'                          TO WS-SW-MES-CON-DATOS.

           MOVE MAE-ID-EMPLEADO              TO EMM-ID-EMPLEADO.
           MOVE WS-PERIODO-AAAAMM            TO EMM-PERIODO.
           READ EMPLEADOS-MENSUAL
              KEY IS EMM-CLAVE
              INVALID KEY
                 MOVE 0                      TO WS-VEN-IMPORTE-MES
              NOT INVALID KEY
                 MOVE 'S'                    TO WS-SW-MES-CON-DATOS
                 MOVE EMM-IMPORTE            TO WS-VEN-IMPORTE-MES
           END-READ.

           PERFORM 2220-SUMAR-MES-ANTERIOR
              THRU 2220-SUMAR-MES-ANTERIOR-FIN
             VARYING WS-MES-K FROM 1 BY 1
               UNTIL WS-MES-K > WS-UMB-VALOR (WS-IDX-MESES-PROM).

           IF WS-VEN-MESES-CON-DATOS > 1
              AND (WS-MES-CON-DATOS OR MAE-ACTIVO)
              COMPUTE WS-VEN-PROMEDIO ROUNDED =
                      WS-VEN-SUMA-MESES / WS-VEN-MESES-CON-DATOS
              IF WS-VEN-PROMEDIO > 0
                 MOVE WS-VEN-PROMEDIO        TO WS-PCT-BASE
                 COMPUTE WS-PCT-PARTE = WS-VEN-IMPORTE-MES
                                      - WS-VEN-PROMEDIO
                 PERFORM 2900-CALCULAR-PORCENTAJE
                    THRU 2900-CALCULAR-PORCENTAJE-FIN
                 IF WS-PCT-RESULTADO > WS-UMB-VALOR (WS-IDX-DESVIO)
                    OR WS-PCT-RESULTADO <
                       0 - WS-UMB-VALOR (WS-IDX-DESVIO)
                    PERFORM 2230-INFORMAR-DESVIO
                       THRU 2230-INFORMAR-DESVIO-FIN
                 END-IF
              END-IF
           END-IF.

           PERFORM 2020-LEER-MAESTRO
              THRU 2020-LEER-MAESTRO-FIN.

       2210-EVALUAR-DESVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2220-SUMAR-MES-ANTERIOR.

           PERFORM 0150-CALCULAR-MES-ATRAS
              THRU 0150-CALCULAR-MES-ATRAS-FIN.

           MOVE MAE-ID-EMPLEADO              TO EMM-ID-EMPLEADO.
           MOVE WS-MES-PERIODO               TO EMM-PERIODO.
           READ EMPLEADOS-MENSUAL
              KEY IS EMM-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD EMM-IMPORTE             TO WS-VEN-SUMA-MESES
                 ADD 1                       TO WS-VEN-MESES-CON-DATOS
           END-READ.

       2220-SUMAR-MES-ANTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2230-INFORMAR-DESVIO.

           ADD 1                             TO WS-CNT-SECCION.
           MOVE MAE-ID-EMPLEADO              TO WS-LIS-DE-ID.
           MOVE MAE-NOMBRE-APELLIDO          TO WS-LIS-DE-NOMBRE.
           MOVE WS-VEN-IMPORTE-MES           TO WS-LIS-DE-IMPORTE.
           MOVE WS-VEN-PROMEDIO              TO WS-LIS-DE-PROMEDIO.
           MOVE WS-VEN-MESES-CON-DATOS       TO WS-LIS-DE-MESES.
           MOVE WS-PCT-RESULTADO             TO WS-LIS-DE-PORCENTAJE.
           DISPLAY WS-LIS-DESVIO.
           WRITE REG-ALERTAS                 FROM WS-LIS-DESVIO.

       2230-INFORMAR-DESVIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 3. DEVOLUCIONES DE LOS PRIMEROS DIAS DEL MES CON EL MES
      * ANTERIOR YA LIQUIDADO. LA FECHA DE CADA DEVOLUCION SALE DE
      * HUELLAS.DAT; LO VENDIDO EL MES ANTERIOR, DE VENTDET.DAT.
      *----------------------------------------------------------------*
       2300-SECCION-TEMPRANAS.

           MOVE SPACES                       TO WS-LIS-SECCION.
           STRING '3. DEVOLUCIONES EN LOS PRIMEROS DIAS DEL MES '
                  'SIGUIENTE A UNA LIQUIDACION (DIAS_DEVOL, CONC_DEVOL)'
                  DELIMITED BY SIZE     INTO WS-LIS-SECCION
           END-STRING.
           PERFORM 2030-ABRIR-SECCION
              THRU 2030-ABRIR-SECCION-FIN.

           EVALUATE TRUE
               WHEN NOT WS-HUELLAS-DISPONIBLE
                 OR NOT WS-VENTDET-DISPONIBLE
                    MOVE SPACES              TO WS-LIS-SECCION
                    STRING 'SIN HUELLAS O SIN DETALLE DE VENTAS '
                           '(HUELLAS.DAT, VENTDET.DAT)'
                           DELIMITED BY SIZE     INTO WS-LIS-SECCION
                    END-STRING
                    PERFORM 2050-SECCION-SIN-DATOS
                       THRU 2050-SECCION-SIN-DATOS-FIN
               WHEN NOT WS-ANTERIOR-LIQUIDADO
                    COMPUTE WS-FED-AAAAMMDD =
                            WS-PERIODO-ANTERIOR * 100 + 1
                    MOVE SPACES              TO WS-LIS-SECCION
                    STRING 'EL PERIODO ANTERIOR ' DELIMITED BY SIZE
                           WS-FED-AAAAMMDD (5:2) DELIMITED BY SIZE
                           '/'                DELIMITED BY SIZE
                           WS-FED-AAAAMMDD (1:4) DELIMITED BY SIZE
                           ' NO ESTA LIQUIDADO: NO SE CONTROLA'
                                              DELIMITED BY SIZE
                           INTO WS-LIS-SECCION
                    END-STRING
                    PERFORM 2050-SECCION-SIN-DATOS
                       THRU 2050-SECCION-SIN-DATOS-FIN
               WHEN OTHER
                    MOVE WS-FECHA-LIQ-ANTERIOR
                                             TO WS-FED-AAAAMMDD
                    PERFORM 2950-EDITAR-FECHA
                       THRU 2950-EDITAR-FECHA-FIN
                    MOVE SPACES              TO WS-LIS-SECCION
                    STRING 'PERIODO ANTERIOR LIQUIDADO EL '
                                              DELIMITED BY SIZE
                           WS-FED-TEXTO       DELIMITED BY SIZE
                           INTO WS-LIS-SECCION
                    END-STRING
                    PERFORM 2050-SECCION-SIN-DATOS
                       THRU 2050-SECCION-SIN-DATOS-FIN
                    PERFORM 2010-INICIAR-MAESTRO
                       THRU 2010-INICIAR-MAESTRO-FIN
                    PERFORM 2310-EVALUAR-TEMPRANAS
                       THRU 2310-EVALUAR-TEMPRANAS-FIN
                      UNTIL WS-FIN-MAESTRO
           END-EVALUATE.

           MOVE WS-CNT-SECCION               TO WS-CNT-TEMPRANAS.
           PERFORM 2040-CERRAR-SECCION
              THRU 2040-CERRAR-SECCION-FIN.

       2300-SECCION-TEMPRANAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-EVALUAR-TEMPRANAS.

           PERFORM 2320-SUMAR-DEVOL-TEMPRANAS
              THRU 2320-SUMAR-DEVOL-TEMPRANAS-FIN.

           IF WS-VEN-CANT-DEVOL > 0
              COMPUTE WS-FED-AAAAMMDD = WS-PERIODO-ANTERIOR * 100 + 1
              PERFORM 2120-SUMAR-VENTDET
                 THRU 2120-SUMAR-VENTDET-FIN
              MOVE WS-VEN-VENDIDO            TO WS-PCT-BASE
              MOVE WS-VEN-SUMA-MESES         TO WS-PCT-PARTE
              PERFORM 2900-CALCULAR-PORCENTAJE
                 THRU 2900-CALCULAR-PORCENTAJE-FIN
              IF WS-PCT-RESULTADO > WS-UMB-VALOR (WS-IDX-CONC-DEVOL)
                 PERFORM 2330-INFORMAR-TEMPRANAS
                    THRU 2330-INFORMAR-TEMPRANAS-FIN
              END-IF
           END-IF.

           PERFORM 2020-LEER-MAESTRO
              THRU 2020-LEER-MAESTRO-FIN.

       2310-EVALUAR-TEMPRANAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SUMA LAS DEVOLUCIONES DEL LEGAJO ENTRE EL DIA 1 Y EL DIA
      * DIAS_DEVOL DEL MES. EL TOTAL QUEDA EN WS-VEN-CANT-DEVOL Y EN
      * WS-VEN-SUMA-MESES (SE MUEVE A DEVUELTO AL INFORMAR).
      *----------------------------------------------------------------*
       2320-SUMAR-DEVOL-TEMPRANAS.

           MOVE 0                            TO WS-VEN-CANT-DEVOL.
           MOVE 0                            TO WS-VEN-SUMA-MESES.
           MOVE 0                            TO WS-VEN-PRIMERA-DEVOL.
           MOVE 0                            TO WS-VEN-ULTIMA-DEVOL.
           MOVE 'N'                          TO WS-SW-FIN-LECTURA.

           MOVE LOW-VALUES                   TO HUE-CLAVE.
           MOVE MAE-ID-EMPLEADO              TO HUE-ID-EMPLEADO.
           MOVE WS-FECHA-DESDE               TO HUE-FECHA-CLAVE.
           START HUELLAS
              KEY IS NOT LESS THAN HUE-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-LECTURA
           END-START.

           PERFORM 2325-LEER-HUELLA-TEMPRANA
              THRU 2325-LEER-HUELLA-TEMPRANA-FIN
             UNTIL WS-FIN-LECTURA.

       2320-SUMAR-DEVOL-TEMPRANAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2325-LEER-HUELLA-TEMPRANA.

           READ HUELLAS NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-LECTURA
           END-READ.

           IF NOT WS-FIN-LECTURA
              IF HUE-ID-EMPLEADO NOT = MAE-ID-EMPLEADO
                 OR HUE-FECHA-CLAVE > WS-FECHA-HASTA-TEMPRANA
                 OR HUE-FECHA-CLAVE > WS-FECHA-HASTA
                 MOVE 'S'                    TO WS-SW-FIN-LECTURA
              ELSE
                 IF HUE-ES-DEVOLUCION
                    ADD 1                    TO WS-VEN-CANT-DEVOL
                    ADD HUE-IMPORTE          TO WS-VEN-SUMA-MESES
                    IF WS-VEN-PRIMERA-DEVOL = 0
                       MOVE HUE-FECHA-CLAVE  TO WS-VEN-PRIMERA-DEVOL
                    END-IF
                    MOVE HUE-FECHA-CLAVE     TO WS-VEN-ULTIMA-DEVOL
                 END-IF
              END-IF
           END-IF.

       2325-LEER-HUELLA-TEMPRANA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2330-INFORMAR-TEMPRANAS.

           ADD 1                             TO WS-CNT-SECCION.
           MOVE MAE-ID-EMPLEADO              TO WS-LIS-TE-ID.
           MOVE MAE-NOMBRE-APELLIDO          TO WS-LIS-TE-NOMBRE.
           MOVE WS-VEN-VENDIDO               TO WS-LIS-TE-VENDIDO.
           MOVE WS-VEN-SUMA-MESES            TO WS-LIS-TE-DEVUELTO.
           MOVE WS-PCT-RESULTADO             TO WS-LIS-TE-PORCENTAJE.
           MOVE WS-VEN-CANT-DEVOL            TO WS-LIS-TE-CANTIDAD.
           MOVE WS-VEN-PRIMERA-DEVOL (7:2)   TO WS-DME-DIA.
           MOVE WS-VEN-PRIMERA-DEVOL (5:2)   TO WS-DME-MES.
           MOVE WS-DIA-MES-EDICION           TO WS-LIS-TE-PRIMERA.
           MOVE WS-VEN-ULTIMA-DEVOL (7:2)    TO WS-DME-DIA.
           MOVE WS-VEN-ULTIMA-DEVOL (5:2)    TO WS-DME-MES.
           MOVE WS-DIA-MES-EDICION           TO WS-LIS-TE-ULTIMA.
           DISPLAY WS-LIS-TEMPRANA.
           WRITE REG-ALERTAS                 FROM WS-LIS-TEMPRANA.

       2330-INFORMAR-TEMPRANAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 4. VENTA NETA DEL MES POR CATEGORIA JUSTO POR ENCIMA DEL
      * VOLUMEN-DESDE DEL TRAMO QUE ALCANZA. LAS HUELLAS DEL MES SE
      * ORDENAN POR LEGAJO Y CATEGORIA.
      *----------------------------------------------------------------*
       2400-SECCION-TRAMOS.

           MOVE SPACES                       TO WS-LIS-SECCION.
           STRING '4. VENTA NETA DEL MES JUSTO POR ENCIMA DEL '
                  'VOLUMEN-DESDE DE UN TRAMO DE TARIFAS.TXT '
                  '(MARGEN_TRAMO)'
                  DELIMITED BY SIZE     INTO WS-LIS-SECCION
           END-STRING.
           PERFORM 2030-ABRIR-SECCION
              THRU 2030-ABRIR-SECCION-FIN.

           IF WS-HUELLAS-DISPONIBLE AND WS-TARIFAS-DISPONIBLE
              SORT ORDEN-TRAMOS
                 ON ASCENDING KEY OTR-ID-EMPLEADO
                    ASCENDING KEY OTR-CATEGORIA
                 INPUT PROCEDURE 2410-SELECCIONAR-HUELLAS
                    THRU 2410-SELECCIONAR-HUELLAS-FIN
                 OUTPUT PROCEDURE 2420-EVALUAR-TRAMOS
                    THRU 2420-EVALUAR-TRAMOS-FIN
           ELSE
              MOVE SPACES                    TO WS-LIS-SECCION
              STRING 'SIN HUELLAS O SIN TARIFAS (HUELLAS.DAT, '
                     'TARIFAS.TXT)'
                     DELIMITED BY SIZE     INTO WS-LIS-SECCION
              END-STRING
              PERFORM 2050-SECCION-SIN-DATOS
                 THRU 2050-SECCION-SIN-DATOS-FIN
           END-IF.

           MOVE WS-CNT-SECCION               TO WS-CNT-TRAMOS.
           PERFORM 2040-CERRAR-SECCION
              THRU 2040-CERRAR-SECCION-FIN.

       2400-SECCION-TRAMOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE ENTRADA: TODAS LAS HUELLAS CON FECHA EN EL
      * MES; LAS DEVOLUCIONES RESTAN, COMO EN LA LIQUIDACION.
      *----------------------------------------------------------------*
       2410-SELECCIONAR-HUELLAS.

           MOVE 'N'                          TO WS-SW-FIN-LECTURA.
           MOVE LOW-VALUES                   TO HUE-CLAVE.
           START HUELLAS
              KEY IS NOT LESS THAN HUE-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-LECTURA
           END-START.

           PERFORM 2415-LEER-HUELLA-MES
              THRU 2415-LEER-HUELLA-MES-FIN
             UNTIL WS-FIN-LECTURA.

       2410-SELECCIONAR-HUELLAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2415-LEER-HUELLA-MES.

           READ HUELLAS NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-LECTURA
           END-READ.

           IF NOT WS-FIN-LECTURA
              AND HUE-FECHA-CLAVE NOT < WS-FECHA-DESDE
              AND HUE-FECHA-CLAVE NOT > WS-FECHA-HASTA
              MOVE HUE-ID-EMPLEADO           TO OTR-ID-EMPLEADO
              MOVE HUE-CATEGORIA             TO OTR-CATEGORIA
              IF HUE-ES-DEVOLUCION
                 COMPUTE OTR-IMPORTE = 0 - HUE-IMPORTE
              ELSE
                 MOVE HUE-IMPORTE            TO OTR-IMPORTE
              END-IF
              RELEASE REG-ORDEN-TRAMO
           END-IF.

       2415-LEER-HUELLA-MES-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PROCEDIMIENTO DE SALIDA: CORTE POR LEGAJO Y CATEGORIA.
      *----------------------------------------------------------------*
       2420-EVALUAR-TRAMOS.

           MOVE 'N'                          TO WS-SW-SORT-EOF.
           PERFORM 2425-RETORNAR-TRAMO
              THRU 2425-RETORNAR-TRAMO-FIN.

           PERFORM 2430-PROCESAR-CATEGORIA
              THRU 2430-PROCESAR-CATEGORIA-FIN
             UNTIL WS-SORT-EOF.

       2420-EVALUAR-TRAMOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2425-RETORNAR-TRAMO.

           RETURN ORDEN-TRAMOS
              AT END
                 MOVE 'S'                    TO WS-SW-SORT-EOF
           END-RETURN.

       2425-RETORNAR-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2430-PROCESAR-CATEGORIA.

           MOVE OTR-ID-EMPLEADO              TO WS-VEN-ID.
           MOVE OTR-CATEGORIA                TO WS-VEN-CATEGORIA.
           MOVE 0                            TO WS-VEN-IMPORTE-MES.

           PERFORM 2435-ACUMULAR-HUELLA
              THRU 2435-ACUMULAR-HUELLA-FIN
             UNTIL WS-SORT-EOF
                OR OTR-ID-EMPLEADO NOT = WS-VEN-ID
                OR OTR-CATEGORIA NOT = WS-VEN-CATEGORIA.

           MOVE 'N'                          TO WS-SW-TARIFA-HALLADA.
           MOVE 0                            TO WS-TA-PORCENTAJE.
           MOVE 0                            TO WS-TA-VOL-DESDE.

           IF WS-VEN-IMPORTE-MES > 0
              PERFORM 2440-EVALUAR-UNA-TARIFA
                 THRU 2440-EVALUAR-UNA-TARIFA-FIN
                VARYING WS-IDX-TAR FROM 1 BY 1
                  UNTIL WS-IDX-TAR > WS-CANT-TARIFAS
           END-IF.

           IF WS-TARIFA-HALLADA AND WS-TA-VOL-DESDE > 0
              COMPUTE WS-VEN-EXCESO = WS-VEN-IMPORTE-MES
                                    - WS-TA-VOL-DESDE
              MOVE WS-TA-VOL-DESDE           TO WS-PCT-BASE
              MOVE WS-VEN-EXCESO             TO WS-PCT-PARTE
              PERFORM 2900-CALCULAR-PORCENTAJE
                 THRU 2900-CALCULAR-PORCENTAJE-FIN
              IF WS-PCT-RESULTADO NOT >
                 WS-UMB-VALOR (WS-IDX-MARGEN-TRAMO)
                 PERFORM 2450-INFORMAR-TRAMO
                    THRU 2450-INFORMAR-TRAMO-FIN
              END-IF
           END-IF.

       2430-PROCESAR-CATEGORIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2435-ACUMULAR-HUELLA.

           ADD OTR-IMPORTE                   TO WS-VEN-IMPORTE-MES.

           PERFORM 2425-RETORNAR-TRAMO
              THRU 2425-RETORNAR-TRAMO-FIN.

       2435-ACUMULAR-HUELLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * TRAMO MAS ALTO DE LA CATEGORIA CUYO VOLUMEN-DESDE NO SUPERA LA
      * VENTA NETA (MISMO CRITERIO QUE CL11LQ01).
      *----------------------------------------------------------------*
       2440-EVALUAR-UNA-TARIFA.

           IF WS-TAR-CATEGORIA (WS-IDX-TAR) = WS-VEN-CATEGORIA
              AND WS-TAR-VOL-DESDE (WS-IDX-TAR)
                     NOT > WS-VEN-IMPORTE-MES
              IF NOT WS-TARIFA-HALLADA
                 OR WS-TAR-VOL-DESDE (WS-IDX-TAR) > WS-TA-VOL-DESDE
                 MOVE 'S'                    TO WS-SW-TARIFA-HALLADA
                 MOVE WS-TAR-VOL-DESDE (WS-IDX-TAR)
                                             TO WS-TA-VOL-DESDE
                 MOVE WS-TAR-PORCENTAJE (WS-IDX-TAR)
                                             TO WS-TA-PORCENTAJE
              END-IF
           END-IF.

       2440-EVALUAR-UNA-TARIFA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2450-INFORMAR-TRAMO.

           ADD 1                             TO WS-CNT-SECCION.

           MOVE WS-VEN-ID                    TO MAE-ID-EMPLEADO.
           READ MAESTRO
              KEY IS MAE-ID-EMPLEADO
              INVALID KEY
                 MOVE '(SIN ALTA EN MAESTRO.DAT)'
                                             TO MAE-NOMBRE-APELLIDO
           END-READ.

           MOVE WS-VEN-ID                    TO WS-LIS-TR-ID.
           MOVE MAE-NOMBRE-APELLIDO          TO WS-LIS-TR-NOMBRE.
           MOVE WS-VEN-CATEGORIA             TO WS-LIS-TR-CATEGORIA.
           MOVE WS-VEN-IMPORTE-MES           TO WS-LIS-TR-VENDIDO.
           MOVE WS-TA-VOL-DESDE              TO WS-LIS-TR-VOL-DESDE.
           MOVE WS-TA-PORCENTAJE             TO WS-LIS-TR-PORCENTAJE.
           MOVE WS-VEN-EXCESO                TO WS-LIS-TR-EXCESO.
           DISPLAY WS-LIS-TRAMO.
           WRITE REG-ALERTAS                 FROM WS-LIS-TRAMO.

       2450-INFORMAR-TRAMO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * 5. VENDEDORES CON MUCHOS RECHAZOS: LINEAS DE EXCEPCIO.TXT CON
      * FECHA EN EL MES, ORDENADAS POR LEGAJO Y FECHA.
      *----------------------------------------------------------------*
       2500-SECCION-RECHAZOS.

           MOVE SPACES                       TO WS-LIS-SECCION.
           STRING '5. VENDEDORES CON MUCHOS RECHAZOS EN EXCEPCIO.TXT '
                  '(RECHAZOS)'
                  DELIMITED BY SIZE     INTO WS-LIS-SECCION
           END-STRING.
           PERFORM 2030-ABRIR-SECCION
              THRU 2030-ABRIR-SECCION-FIN.

           OPEN INPUT EXCEPCIONES.
           EVALUATE TRUE
               WHEN FS-EXCEPCIO-OK
                    SORT ORDEN-RECHAZOS
                       ON ASCENDING KEY ORE-ID-EMPLEADO
                          ASCENDING KEY ORE-FECHA-CLAVE
                       INPUT PROCEDURE 2510-SELECCIONAR-RECHAZOS
                          THRU 2510-SELECCIONAR-RECHAZOS-FIN
                       OUTPUT PROCEDURE 2520-CONTAR-RECHAZOS
                          THRU 2520-CONTAR-RECHAZOS-FIN
                    CLOSE EXCEPCIONES
               WHEN FS-EXCEPCIO-NFD
                    MOVE 'SIN RECHAZOS REGISTRADOS (EXCEPCIO.TXT)'
                                             TO WS-LIS-SECCION
                    PERFORM 2050-SECCION-SIN-DATOS
                       THRU 2050-SECCION-SIN-DATOS-FIN
               WHEN OTHER
                    DISPLAY 'ERROR AL ABRIR EXCEPCIO.TXT. FILE '
                            'STATUS: ' FS-EXCEPCIO
                    MOVE 12                  TO WS-CODIGO-RETORNO
           END-EVALUATE.

           MOVE WS-CNT-SECCION               TO WS-CNT-RECHAZOS.
           PERFORM 2040-CERRAR-SECCION
              THRU 2040-CERRAR-SECCION-FIN.

       2500-SECCION-RECHAZOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SOLO LINEAS DE MOVIMIENTO (FECHA DD/MM/AAAA Y LEGAJO
      * NUMERICO) CON FECHA EN EL MES PEDIDO.
      *----------------------------------------------------------------*
       2510-SELECCIONAR-RECHAZOS.

           MOVE 'N'                          TO WS-SW-FIN-LECTURA.

           PERFORM 2515-LEER-EXCEPCION
              THRU 2515-LEER-EXCEPCION-FIN
             UNTIL WS-FIN-LECTURA.

       2510-SELECCIONAR-RECHAZOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2515-LEER-EXCEPCION.

           READ EXCEPCIONES.

           EVALUATE TRUE
               WHEN FS-EXCEPCIO-EOF
                    MOVE 'S'                 TO WS-SW-FIN-LECTURA
               WHEN NOT FS-EXCEPCIO-OK
                    DISPLAY 'ERROR AL LEER EXCEPCIO.TXT. FILE STATUS: '
                            FS-EXCEPCIO
                    MOVE 12                  TO WS-CODIGO-RETORNO
                    MOVE 'S'                 TO WS-SW-FIN-LECTURA
               WHEN EXC-FECHA (3:1) NOT = '/'
                 OR EXC-FECHA (6:1) NOT = '/'
                 OR EXC-FECHA (1:2) NOT NUMERIC
                 OR EXC-FECHA (4:2) NOT NUMERIC
                 OR EXC-FECHA (7:4) NOT NUMERIC
                 OR EXC-ID-EMPLEADO NOT NUMERIC
                    CONTINUE
               WHEN EXC-FECHA (4:7) NOT = WS-PERIODO-PARM
                    CONTINUE
               WHEN OTHER
                    MOVE EXC-FECHA (1:2)     TO WS-FEX-DIA
                    MOVE EXC-FECHA (4:2)     TO WS-FEX-MES
                    MOVE EXC-FECHA (7:4)     TO WS-FEX-ANIO
                    COMPUTE WS-FEX-CLAVE = WS-FEX-ANIO * 10000
                                         + WS-FEX-MES * 100
                                         + WS-FEX-DIA
                    MOVE EXC-ID-EMPLEADO     TO ORE-ID-EMPLEADO
                    MOVE WS-FEX-CLAVE        TO ORE-FECHA-CLAVE
                    IF EXC-IMPORTE = SPACES
                       MOVE 0                TO ORE-IMPORTE
                    ELSE
                       MOVE EXC-IMPORTE      TO ORE-IMPORTE
                    END-IF
                    MOVE EXC-MOTIVO          TO ORE-MOTIVO
                    RELEASE REG-ORDEN-RECHAZO
           END-EVALUATE.

       2515-LEER-EXCEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2520-CONTAR-RECHAZOS.

           MOVE 'N'                          TO WS-SW-SORT-EOF.
           PERFORM 2525-RETORNAR-RECHAZO
              THRU 2525-RETORNAR-RECHAZO-FIN.

           PERFORM 2530-PROCESAR-VENDEDOR
              THRU 2530-PROCESAR-VENDEDOR-FIN
             UNTIL WS-SORT-EOF.

       2520-CONTAR-RECHAZOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2525-RETORNAR-RECHAZO.

           RETURN ORDEN-RECHAZOS
              AT END
                 MOVE 'S'                    TO WS-SW-SORT-EOF
           END-RETURN.

       2525-RETORNAR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2530-PROCESAR-VENDEDOR.

           MOVE ORE-ID-EMPLEADO              TO WS-VEN-ID.
           MOVE 0                            TO WS-VEN-CANT-RECHAZOS.
           MOVE 0                            TO WS-VEN-VENDIDO.

           PERFORM 2535-ACUMULAR-RECHAZO
              THRU 2535-ACUMULAR-RECHAZO-FIN
             UNTIL WS-SORT-EOF
                OR ORE-ID-EMPLEADO NOT = WS-VEN-ID.

           IF WS-VEN-CANT-RECHAZOS NOT <
              WS-UMB-VALOR (WS-IDX-RECHAZOS)
              ADD 1                          TO WS-CNT-SECCION
              MOVE WS-VEN-ID                 TO MAE-ID-EMPLEADO
              READ MAESTRO
                 KEY IS MAE-ID-EMPLEADO
                 INVALID KEY
                    MOVE '(SIN ALTA EN MAESTRO.DAT)'
                                             TO MAE-NOMBRE-APELLIDO
              END-READ
              MOVE WS-VEN-ID                 TO WS-LIS-RE-ID
              MOVE MAE-NOMBRE-APELLIDO       TO WS-LIS-RE-NOMBRE
              MOVE WS-VEN-CANT-RECHAZOS      TO WS-LIS-RE-CANTIDAD
              MOVE WS-VEN-VENDIDO            TO WS-LIS-RE-IMPORTE
              MOVE WS-VEN-ULTIMO-MOTIVO      TO WS-LIS-RE-MOTIVO
              DISPLAY WS-LIS-RECHAZO
              WRITE REG-ALERTAS              FROM WS-LIS-RECHAZO
           END-IF.

       2530-PROCESAR-VENDEDOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2535-ACUMULAR-RECHAZO.

           ADD 1                             TO WS-VEN-CANT-RECHAZOS.
           ADD ORE-IMPORTE                   TO WS-VEN-VENDIDO.
           MOVE ORE-MOTIVO                   TO WS-VEN-ULTIMO-MOTIVO.

           PERFORM 2525-RETORNAR-RECHAZO
              THRU 2525-RETORNAR-RECHAZO-FIN.

       2535-ACUMULAR-RECHAZO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * RESUMEN POR TIPO DE ALERTA Y CODIGO DE RETORNO PARA EL
      * PLANIFICADOR: 4 SI HUBO ALGUNA ALERTA.
      *----------------------------------------------------------------*
       2800-RESUMEN.

           DISPLAY ' '.
           DISPLAY WS-LIS-SEPARADOR.
           MOVE SPACES                       TO REG-ALERTAS.
           WRITE REG-ALERTAS.
           WRITE REG-ALERTAS                 FROM WS-LIS-SEPARADOR.

           MOVE 'ALERTAS POR TASA DE DEVOLUCION      :'
                                             TO WS-LIS-RS-TEXTO.
           MOVE WS-CNT-TASA                  TO WS-LIS-RS-CANTIDAD.
           PERFORM 2810-LINEA-RESUMEN
              THRU 2810-LINEA-RESUMEN-FIN.
           MOVE 'ALERTAS POR DESVIO CONTRA PROMEDIO  :'
                                             TO WS-LIS-RS-TEXTO.
           MOVE WS-CNT-DESVIO                TO WS-LIS-RS-CANTIDAD.
           PERFORM 2810-LINEA-RESUMEN
              THRU 2810-LINEA-RESUMEN-FIN.
           MOVE 'ALERTAS POR DEVOLUCIONES TEMPRANAS  :'
                                             TO WS-LIS-RS-TEXTO.
           MOVE WS-CNT-TEMPRANAS             TO WS-LIS-RS-CANTIDAD.
           PERFORM 2810-LINEA-RESUMEN
              THRU 2810-LINEA-RESUMEN-FIN.
           MOVE 'ALERTAS POR VENTA JUSTO SOBRE TRAMO :'
                                             TO WS-LIS-RS-TEXTO.
           MOVE WS-CNT-TRAMOS                TO WS-LIS-RS-CANTIDAD.
           PERFORM 2810-LINEA-RESUMEN
              THRU 2810-LINEA-RESUMEN-FIN.
           MOVE 'ALERTAS POR RECHAZOS                :'
                                             TO WS-LIS-RS-TEXTO.
           MOVE WS-CNT-RECHAZOS              TO WS-LIS-RS-CANTIDAD.
           PERFORM 2810-LINEA-RESUMEN
              THRU 2810-LINEA-RESUMEN-FIN.
           MOVE 'TOTAL DE ALERTAS                    :'
                                             TO WS-LIS-RS-TEXTO.
           MOVE WS-CNT-TOTAL                 TO WS-LIS-RS-CANTIDAD.
           PERFORM 2810-LINEA-RESUMEN
              THRU 2810-LINEA-RESUMEN-FIN.

           IF WS-CNT-TOTAL > 0
              AND WS-CODIGO-RETORNO < 4
              MOVE 4                         TO WS-CODIGO-RETORNO
           END-IF.

       2800-RESUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2810-LINEA-RESUMEN.

           DISPLAY WS-LIS-RESUMEN.
           WRITE REG-ALERTAS                 FROM WS-LIS-RESUMEN.

       2810-LINEA-RESUMEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PORCENTAJE DE WS-PCT-PARTE SOBRE WS-PCT-BASE. CON BASE EN CERO
      * Y PARTE POSITIVA EL RESULTADO ES EL MAXIMO (SIEMPRE ALERTA).
      *----------------------------------------------------------------*
       2900-CALCULAR-PORCENTAJE.

           EVALUATE TRUE
               WHEN WS-PCT-BASE NOT > 0 AND WS-PCT-PARTE > 0
                    MOVE 99999,99            TO WS-PCT-RESULTADO
               WHEN WS-PCT-BASE NOT > 0
                    MOVE 0                   TO WS-PCT-RESULTADO
               WHEN OTHER
                    COMPUTE WS-PCT-RESULTADO ROUNDED =
                            WS-PCT-PARTE * 100 / WS-PCT-BASE
                       ON SIZE ERROR
                          IF WS-PCT-PARTE < 0
                             MOVE -99999,99  TO WS-PCT-RESULTADO
                          ELSE
                             MOVE 99999,99   TO WS-PCT-RESULTADO
                          END-IF
                    END-COMPUTE
           END-EVALUATE.

       2900-CALCULAR-PORCENTAJE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * WS-FED-AAAAMMDD A DD/MM/AAAA EN WS-FED-TEXTO.
      *----------------------------------------------------------------*
       2950-EDITAR-FECHA.

           MOVE WS-FED-DIA                   TO WS-FED-T-DIA.
           MOVE WS-FED-MES                   TO WS-FED-T-MES.
           MOVE WS-FED-ANIO                  TO WS-FED-T-ANIO.

       2950-EDITAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CIERRA LO QUE QUEDO ABIERTO (TAMBIEN CUANDO LA APERTURA O LA
      * CARGA DE TARIFAS CORTARON LA CORRIDA).
      *----------------------------------------------------------------*
       3000-FINALIZAR-PROGRAMA.

           IF FS-MAESTRO-OK OR WS-PARAMETRO-OK
              CLOSE MAESTRO
           END-IF.

           IF WS-VENTDET-DISPONIBLE
              CLOSE VENTAS-DETALLE
           END-IF.

           IF WS-EMPMES-DISPONIBLE
              CLOSE EMPLEADOS-MENSUAL
           END-IF.

           IF WS-HUELLAS-DISPONIBLE
              CLOSE HUELLAS
           END-IF.

           IF WS-PERIODOS-DISPONIBLE
              CLOSE PERIODOS
           END-IF.

           IF WS-PARAMETRO-OK
              CLOSE ALERTAS
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11AL01.
