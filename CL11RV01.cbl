      ******************************************************************
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REVERSION COMPLETA DE UNA CORRIDA DE CL11EJ01.
      *          CADA CORRIDA DE CL11EJ01 TIENE UN IDENTIFICADOR
      *          AAAAMMDDHHMMSS (QUEDA EN CL11EJ01.LOG) Y GRABA EN EL
      *          DIARIO DE IMAGENES DIARIOEJ.DAT LA IMAGEN ANTERIOR DE
      *          CADA REGISTRO QUE MODIFICA, LOS REGISTROS QUE DA DE
      *          ALTA Y LO QUE AGREGA A VENTCRUZ.DAT.
      *          FUNCION 'REVERSION': DEJA EMPLEADO.DAT, EMPMES.DAT,
      *          HISTDIA.DAT, HISTSUC.DAT, VENTDET.DAT, RECEPCIO.DAT,
      *          HUELLAS.DAT, PERIODOS.DAT Y VENTCRUZ.DAT COMO ESTABAN
      *          ANTES DE LA CORRIDA, ANULA SU EXTRACTO Y SU REPORTE
      *          (LOS ORIGINALES QUEDAN EN EXTRACTO.ANU Y REPORTE.ANU)
      *          Y DESCARTA SU CHECKPOINT. SE NIEGA SI HUBO DESPUES
      *          OTRA CORRIDA DE CL11EJ01 SIN REVERTIR, UN CIERRE
      *          ANUAL (CL11CA01), O SI ALGUN PERIODO TOCADO YA FUE
      *          LIQUIDADO, INTERFACEADO O CERRADO DESDE QUE ARRANCO
      *          LA CORRIDA, O SI SU LINEA DE INICIO YA NO ESTA EN
      *          CL11EJ01.LOG. TAMBIEN SE NIEGA SI LA CORRIDA GRABO
      *          HISTDIA.DAT CON EL FORMATO ANTERIOR (UN REGISTRO POR
      *          DIA CON LAS CATEGORIAS ADENTRO), QUE YA NO SE PUEDE
      *          RESTAURAR SOBRE EL FORMATO ACTUAL. OPERADOR Y MOTIVO
      *          SON OBLIGATORIOS Y QUEDAN EN EL DIARIO Y EN LA
      *          BITACORA CL11EJ01.LOG.
      *          FUNCION 'LISTADO': CORRIDAS DEL DIARIO CON SU ESTADO
      *          (SALIDA CORRIDAS.TXT).
      *          USO: CL11RV01 REVERSION <ID-CORRIDA>
      *               CL11RV01 LISTADO
      *          CODIGO DE RETORNO: 0 OK, 4 REVERSION RECHAZADA O
      *          PARAMETROS INVALIDOS, 12 ERROR DE ARCHIVO O TRABA
      *          TOMADA.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - Motivos de rechazo de la reversion armados
      *                    con STRING en lugar de concatenar literales;
      *                    los textos no cambian.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11RV01.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT DIARIO
               ASSIGN TO 'DIARIOEJ.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIA-CLAVE
               FILE STATUS IS FS-DIARIO.

           SELECT EMPLEADOS-TOTALES
               ASSIGN TO 'EMPLEADO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID-EMPLEADO
               FILE STATUS IS FS-EMPLEADOS.

           SELECT EMPLEADOS-MENSUAL
               ASSIGN TO 'EMPMES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMM-CLAVE
               FILE STATUS IS FS-EMPMES.

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

           SELECT VENTAS-DETALLE
               ASSIGN TO 'VENTDET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CLAVE
               FILE STATUS IS FS-VENTDET.

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

           SELECT PERIODOS
               ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS FS-PERIODOS.

           SELECT VENTAS-CRUZADAS
               ASSIGN TO 'VENTCRUZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTCRUZ.

           SELECT VENTCRUZ-AUX
               ASSIGN TO 'VENTCRUZ.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTCRUZ-AUX.

           SELECT EXTRACTO
               ASSIGN TO 'EXTRACTO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT EXTRACTO-ANULADO
               ASSIGN TO 'EXTRACTO.ANU'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO-ANU.

           SELECT REPORTE
               ASSIGN TO 'REPORTE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT REPORTE-ANULADO
               ASSIGN TO 'REPORTE.ANU'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE-ANU.

           SELECT CHECKPOINT-FILE
               ASSIGN TO 'CL11EJ01.CKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT.

           SELECT LISTADO
               ASSIGN TO 'CORRIDAS.TXT'
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
      * DIARIO DE IMAGENES DE CL11EJ01. LA SECUENCIA 0 ES LA CABECERA
      * DE LA CORRIDA; DESDE LA 1, EN EL ORDEN EN QUE SE GRABARON, LA
      * IMAGEN ANTERIOR DE CADA REGISTRO MODIFICADO (M), EL REGISTRO
      * DADO DE ALTA (A) Y EL AGREGADO A VENTCRUZ.DAT (S).
      *----------------------------------------------------------------*
       FD DIARIO.
       01 REG-DIARIO.
          05 DIA-CLAVE.
             10 DIA-ID-CORRIDA              PIC 9(14).
             10 DIA-SECUENCIA               PIC 9(07).
          05 DIA-OPERACION                  PIC X(01).
             88 DIA-ES-CORRIDA                  VALUE 'C'.
             88 DIA-ES-ALTA                     VALUE 'A'.
             88 DIA-ES-MODIFICACION             VALUE 'M'.
             88 DIA-ES-AGREGADO                 VALUE 'S'.
          05 DIA-ARCHIVO                    PIC X(08).
          05 DIA-IMAGEN                     PIC X(1059).
          05 DIA-CORRIDA REDEFINES DIA-IMAGEN.
             10 DIA-COR-ESTADO              PIC X(01).
                88 DIA-COR-EN-CURSO             VALUE 'E'.
                88 DIA-COR-TERMINADA            VALUE 'T'.
                88 DIA-COR-REVERTIDA            VALUE 'R'.
             10 DIA-COR-FECHA-INICIO        PIC 9(08).
             10 DIA-COR-HORA-INICIO         PIC 9(06).
             10 DIA-COR-FECHA-FIN           PIC 9(08).
             10 DIA-COR-HORA-FIN            PIC 9(06).
             10 DIA-COR-ENTRADA             PIC X(80).
             10 DIA-COR-CANT-IMAGENES       PIC 9(07).
             10 DIA-COR-CANT-REANUDACIONES  PIC 9(03).
             10 DIA-COR-FECHA-REVERSION     PIC 9(08).
             10 DIA-COR-HORA-REVERSION      PIC 9(06).
             10 DIA-COR-OPERADOR            PIC X(08).
             10 DIA-COR-MOTIVO              PIC X(40).
             10 DIA-COR-FORMATO-HIS         PIC X(01).
             10 FILLER                      PIC X(877).

       FD EMPLEADOS-TOTALES.
       01 REG-EMPLEADO-TOTAL.
          05 EMP-ID-EMPLEADO                PIC 9(05).
          05 EMP-NOMBRE-APELLIDO            PIC X(40).
          05 EMP-IMPORTE-TOTAL              PIC S9(10)V9(2).
          05 EMP-CANT-VENTAS-TOTAL          PIC 9(07).

       FD EMPLEADOS-MENSUAL.
       01 REG-EMPLEADO-MES.
          05 EMM-CLAVE.
             10 EMM-ID-EMPLEADO             PIC 9(05).
             10 EMM-PERIODO                 PIC 9(06).
          05 EMM-NOMBRE-APELLIDO            PIC X(40).
          05 EMM-IMPORTE                    PIC S9(10)V9(2).
          05 EMM-CANT-VENTAS                PIC 9(05).

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

       FD VENTAS-DETALLE.
       01 REG-VENTA-DETALLE.
          05 VEN-CLAVE.
             10 VEN-ID-EMPLEADO             PIC 9(05).
             10 VEN-FECHA-CLAVE             PIC 9(08).
          05 VEN-VENDIDO                    PIC 9(10)V9(2).
          05 VEN-DEVUELTO                   PIC 9(10)V9(2).

       FD RECEPCION.
       01 REG-RECEPCION.
          05 RCP-CLAVE.
             10 RCP-SUCURSAL                PIC X(10).
             10 RCP-PERIODO                 PIC X(07).
          05 RCP-ESTADO                     PIC X(01).
             88 RCP-RECIBIDO                    VALUE 'R'.
             88 RCP-PROCESADO                   VALUE 'P'.
             88 RCP-DESCARTADO                  VALUE 'D'.
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
             88 HUE-ES-LIBERADA                 VALUE 'S'.

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

       FD VENTAS-CRUZADAS.
       01 REG-VENTA-CRUZADA.
          05 VCR-SUC-ARCHIVO                PIC X(10).
          05 VCR-SUC-VENDEDOR               PIC X(10).
          05 VCR-ID-EMPLEADO                PIC 9(05).
          05 VCR-NOMBRE-APELLIDO            PIC X(40).
          05 VCR-FECHA                      PIC X(10).
          05 VCR-FECHA-CLAVE                PIC 9(08).
          05 VCR-CATEGORIA                  PIC X(20).
          05 VCR-IMPORTE                    PIC 9(8)V9(2).
          05 VCR-TIPO                       PIC X(01).
          05 VCR-ACCION                     PIC X(01).
          05 VCR-FECHA-PROCESO              PIC 9(08).

       FD VENTCRUZ-AUX.
       01 REG-VENTCRUZ-AUX                  PIC X(123).

       FD EXTRACTO.
       01 REG-EXTRACTO                      PIC X(132).

       FD EXTRACTO-ANULADO.
       01 REG-EXTRACTO-ANULADO              PIC X(132).

       FD REPORTE.
       01 REG-REPORTE                       PIC X(132).

       FD REPORTE-ANULADO.
       01 REG-REPORTE-ANULADO               PIC X(132).

       FD CHECKPOINT-FILE.
       01 REG-CHECKPOINT.
          05 CKP-ARCHIVO                    PIC X(80).
          05 CKP-INDICE-ARCHIVO             PIC 9(03).
          05 CKP-FECHA                      PIC X(10).
          05 CKP-FECHA-CLAVE                PIC 9(08).
          05 CKP-CONT-LEIDOS                PIC 9(07).
          05 CKP-CONT-ACEPTADOS             PIC 9(07).
          05 CKP-CONT-RECHAZADOS            PIC 9(07).
          05 CKP-YTD-IMPORTE                PIC S9(10)V9(2).
          05 CKP-YTD-CANT-VENTAS            PIC 9(07).
          05 CKP-EXT-CANT-REG               PIC 9(07).
          05 CKP-EXT-HASH                   PIC S9(12)V9(2).
          05 CKP-ID-CORRIDA                 PIC 9(14).

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
          05 FS-DIARIO                       PIC X(2).
             88 FS-DIARIO-OK                     VALUE '00'.
             88 FS-DIARIO-EOF                    VALUE '10'.
             88 FS-DIARIO-NFD                    VALUE '35'.
          05 FS-EMPLEADOS                    PIC X(2).
             88 FS-EMPLEADOS-OK                  VALUE '00'.
             88 FS-EMPLEADOS-NFD                 VALUE '35'.
          05 FS-EMPMES                       PIC X(2).
             88 FS-EMPMES-OK                     VALUE '00'.
             88 FS-EMPMES-NFD                    VALUE '35'.
          05 FS-HISTORIA                     PIC X(2).
             88 FS-HISTORIA-OK                   VALUE '00'.
             88 FS-HISTORIA-NFD                  VALUE '35'.
          05 FS-HISTSUC                      PIC X(2).
             88 FS-HISTSUC-OK                    VALUE '00'.
             88 FS-HISTSUC-NFD                   VALUE '35'.
          05 FS-VENTDET                      PIC X(2).
             88 FS-VENTDET-OK                    VALUE '00'.
             88 FS-VENTDET-NFD                   VALUE '35'.
          05 FS-RECEPCION                    PIC X(2).
             88 FS-RECEPCION-OK                  VALUE '00'.
             88 FS-RECEPCION-NFD                 VALUE '35'.
          05 FS-HUELLAS                      PIC X(2).
             88 FS-HUELLAS-OK                    VALUE '00'.
             88 FS-HUELLAS-NFD                   VALUE '35'.
          05 FS-PERIODOS                     PIC X(2).
             88 FS-PERIODOS-OK                   VALUE '00'.
             88 FS-PERIODOS-NFD                  VALUE '35'.
          05 FS-VENTCRUZ                     PIC X(2).
             88 FS-VENTCRUZ-OK                   VALUE '00'.
             88 FS-VENTCRUZ-EOF                  VALUE '10'.
             88 FS-VENTCRUZ-NFD                  VALUE '35'.
          05 FS-VENTCRUZ-AUX                 PIC X(2).
             88 FS-VENTCRUZ-AUX-OK               VALUE '00'.
             88 FS-VENTCRUZ-AUX-EOF              VALUE '10'.
          05 FS-EXTRACTO                     PIC X(2).
             88 FS-EXTRACTO-OK                   VALUE '00'.
             88 FS-EXTRACTO-EOF                  VALUE '10'.
             88 FS-EXTRACTO-NFD                  VALUE '35'.
          05 FS-EXTRACTO-ANU                 PIC X(2).
             88 FS-EXTRACTO-ANU-OK               VALUE '00'.
          05 FS-REPORTE                      PIC X(2).
             88 FS-REPORTE-OK                    VALUE '00'.
             88 FS-REPORTE-EOF                   VALUE '10'.
             88 FS-REPORTE-NFD                   VALUE '35'.
          05 FS-REPORTE-ANU                  PIC X(2).
             88 FS-REPORTE-ANU-OK                VALUE '00'.
          05 FS-CHECKPOINT                   PIC X(2).
             88 FS-CHECKPOINT-OK                 VALUE '00'.
          05 FS-LISTADO                      PIC X(2).
             88 FS-LISTADO-OK                    VALUE '00'.
          05 FS-AUDITORIA                    PIC X(2).
             88 FS-AUDITORIA-OK                  VALUE '00'.
             88 FS-AUDITORIA-EOF                 VALUE '10'.
             88 FS-AUDITORIA-NFD                 VALUE '35'.
          05 FS-TRABA                        PIC X(2).
             88 FS-TRABA-OK                      VALUE '00'.
             88 FS-TRABA-EOF                     VALUE '10'.
             88 FS-TRABA-NFD                     VALUE '35'.

       01 WS-SWITCHES.
          05 WS-SW-PARAMETRO-OK              PIC X(01) VALUE 'S'.
             88 WS-PARAMETRO-OK                  VALUE 'S'.
          05 WS-SW-FUNCION                   PIC X(01) VALUE SPACE.
             88 WS-ES-REVERSION                  VALUE 'R'.
             88 WS-ES-LISTADO                    VALUE 'L'.
          05 WS-SW-ERROR-ARCHIVO             PIC X(01) VALUE 'N'.
             88 WS-HUBO-ERROR-ARCHIVO            VALUE 'S'.
          05 WS-SW-DIARIO-DISPONIBLE         PIC X(01) VALUE 'N'.
             88 WS-DIARIO-DISPONIBLE             VALUE 'S'.
          05 WS-SW-ARCHIVOS-ABIERTOS         PIC X(01) VALUE 'N'.
             88 WS-ARCHIVOS-ABIERTOS             VALUE 'S'.
          05 WS-SW-LISTADO-ABIERTO           PIC X(01) VALUE 'N'.
             88 WS-LISTADO-ABIERTO               VALUE 'S'.
          05 WS-SW-FIN-DIARIO                PIC X(01) VALUE 'N'.
             88 WS-FIN-DIARIO                    VALUE 'S'.
          05 WS-SW-FIN-ARCHIVO               PIC X(01) VALUE 'N'.
             88 WS-FIN-ARCHIVO                   VALUE 'S'.
          05 WS-SW-POSTERIOR-VIGENTE         PIC X(01) VALUE 'N'.
             88 WS-HAY-POSTERIOR-VIGENTE         VALUE 'S'.
          05 WS-SW-POSTERIOR-REVERTIDA       PIC X(01) VALUE 'N'.
             88 WS-HAY-POSTERIOR-REVERTIDA       VALUE 'S'.
          05 WS-SW-CORRIDA-EN-BITACORA       PIC X(01) VALUE 'N'.
             88 WS-CORRIDA-EN-BITACORA           VALUE 'S'.
          05 WS-SW-CIERRE-POSTERIOR          PIC X(01) VALUE 'N'.
             88 WS-HAY-CIERRE-POSTERIOR          VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-FUNCION-PARM                 PIC X(10) VALUE SPACES.
          05 WS-VALOR-PARM                   PIC X(14) VALUE SPACES.
          05 WS-ID-CORRIDA                   PIC 9(14) VALUE 0.

      *----------------------------------------------------------------*
      * QUIEN REVIERTE Y POR QUE: EL OPERADOR SALE DE LA VARIABLE
      * CL11RV01_OPERADOR O SE PIDE POR PANTALLA; EL MOTIVO SALE DE
      * CL11RV01_MOTIVO O SE PIDE. SIN OPERADOR O SIN MOTIVO NO HAY
      * REVERSION.
      *----------------------------------------------------------------*
       01 WS-OPERADOR                        PIC X(08) VALUE SPACES.
       01 WS-MOTIVO                          PIC X(40) VALUE SPACES.

       01 WS-CODIGO-RETORNO                  PIC 9(02) VALUE 0.

       01 WS-MOTIVO-RECHAZO                  PIC X(50) VALUE SPACES.

       01 WS-ESTADO-TEXTO                    PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
      * DATOS DE LA CABECERA DE LA CORRIDA A REVERTIR.
      *----------------------------------------------------------------*
       01 WS-CABECERA-CORRIDA.
          05 WS-CAB-ESTADO                   PIC X(01) VALUE SPACE.
             88 WS-CAB-EN-CURSO                  VALUE 'E'.
             88 WS-CAB-TERMINADA                 VALUE 'T'.
             88 WS-CAB-REVERTIDA                 VALUE 'R'.
          05 WS-CAB-FECHA-INICIO             PIC 9(08) VALUE 0.
          05 WS-CAB-CANT-IMAGENES            PIC 9(07) VALUE 0.
          05 WS-CAB-FORMATO-HIS              PIC X(01) VALUE SPACE.
             88 WS-CAB-HIS-POR-CATEGORIA         VALUE 'C'.

      *----------------------------------------------------------------*
      * CONTADORES DE LA REVERSION. LAS IMAGENES SE VALIDAN HACIA
      * ADELANTE Y SE RESTAURAN HACIA ATRAS, DE LA ULTIMA A LA
      * PRIMERA, ASI UN REGISTRO TOCADO VARIAS VECES EN LA CORRIDA
      * VUELVE A SU PRIMERA IMAGEN.
      *----------------------------------------------------------------*
       01 WS-CONTADORES.
          05 WS-CANT-IMAGENES                PIC 9(07) VALUE 0.
          05 WS-CANT-AGREGADOS               PIC 9(07) VALUE 0.
          05 WS-CANT-RESTAURADAS             PIC 9(07) VALUE 0.
          05 WS-CANT-ERRORES                 PIC 9(07) VALUE 0.
          05 WS-SEC-RESTAURAR                PIC 9(07) VALUE 0.
          05 WS-CANT-VENTCRUZ                PIC 9(07) VALUE 0.
          05 WS-CANT-CONSERVAR               PIC 9(07) VALUE 0.
          05 WS-LINEA-VENTCRUZ               PIC 9(07) VALUE 0.
          05 WS-CANT-CORRIDAS                PIC 9(05) VALUE 0.

      *----------------------------------------------------------------*
      * PERIODO AAAAMM QUE TOCA CADA IMAGEN. SE CONTROLA UNA SOLA VEZ
      * POR CADA CAMBIO DE PERIODO.
      *----------------------------------------------------------------*
       01 WS-CONTROL-PERIODO.
          05 WS-PERIODO-IMAGEN               PIC 9(06) VALUE 0.
          05 WS-PERIODO-ANTERIOR             PIC 9(06) VALUE 0.
          05 WS-FECHA-IMAGEN                 PIC 9(08) VALUE 0.
          05 WS-FECHA-IMAGEN-R REDEFINES WS-FECHA-IMAGEN.
             10 WS-FIM-PERIODO               PIC 9(06).
             10 WS-FIM-DIA                   PIC 9(02).

       01 WS-LINEA-CABECERA-EXT              PIC X(132) VALUE SPACES.

       01 WS-EXT-TRAILER.
          05 FILLER                          PIC X(02) VALUE 'T;'.
          05 WS-EXT-TRL-CANTIDAD             PIC 9(07) VALUE 0.
          05 FILLER                          PIC X(01) VALUE ';'.
          05 WS-EXT-TRL-HASH                 PIC -9(12),9(2).

      *----------------------------------------------------------------*
      * FECHA AAAAMMDD A MOSTRAR COMO DD/MM/AAAA (EN BLANCO SI ES 0) Y
      * HORA HHMMSS COMO HH:MM:SS.
      *----------------------------------------------------------------*
       01 WS-FECHA-CONV.
          05 WS-FCV-FECHA                    PIC 9(08).
          05 WS-FCV-FECHA-R REDEFINES WS-FCV-FECHA.
             10 WS-FCV-ANIO                  PIC 9(04).
             10 WS-FCV-MES                   PIC 9(02).
             10 WS-FCV-DIA                   PIC 9(02).
          05 WS-FCV-TEXTO                    PIC X(10).
          05 WS-FCV-HORA                     PIC 9(06).
          05 WS-FCV-HORA-TEXTO               PIC X(08).

      *----------------------------------------------------------------*
      * TRABA DE CORRIDA COMPARTIDA POR LOS PROGRAMAS QUE ACTUALIZAN
      * ARCHIVOS DEL CIRCUITO, MISMO CRITERIO QUE CL11EJ01.
      *----------------------------------------------------------------*
       01 WS-TRABA-CONTROL.
          05 WS-LCK-PROPIA                   PIC X(08)
                                             VALUE 'CL11RV01'.
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
      * LINEA DE LA REVERSION EN CL11EJ01.LOG. EMPIEZA CON EL NOMBRE
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
          05 WS-LOG-ACCION                   PIC X(20).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-ID-CORRIDA               PIC 9(14).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-OPERADOR                 PIC X(08).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-DETALLE                  PIC X(50).
          05 FILLER                          PIC X(03) VALUE ' | '.
          05 WS-LOG-IMAGENES                 PIC 9(07).

      *----------------------------------------------------------------*
      * LINEAS DE CL11EJ01.LOG QUE INTERESAN A LA REVERSION: EL
      * INICIO DE LA CORRIDA Y LA TRABA TOMADA POR UN CIERRE ANUAL.
      *----------------------------------------------------------------*
       01 WS-BITACORA-LINEA.
          05 WS-BIT-PROGRAMA                 PIC X(08).
          05 WS-BIT-SEPARADOR                PIC X(03).
          05 WS-BIT-TEXTO.
             10 WS-BIT-CORRIDA               PIC X(08).
             10 WS-BIT-ID-CORRIDA            PIC X(14).
             10 FILLER                       PIC X(117).

       01 WS-FECHA-HORA-SISTEMA.
          05 WS-FHS-FECHA                    PIC 9(08).
          05 WS-FHS-FECHA-R REDEFINES WS-FHS-FECHA.
             10 WS-FHS-ANIO                  PIC 9(04).
             10 WS-FHS-MES                   PIC 9(02).
             10 WS-FHS-DIA                   PIC 9(02).
          05 WS-FHS-HORA                     PIC 9(08).

      *----------------------------------------------------------------*
      * AVISO QUE REEMPLAZA A REPORTE.TXT DE LA CORRIDA REVERTIDA.
      *----------------------------------------------------------------*
       01 WS-AVISO-ANULACION.
          05 WS-AVI-TITULO.
             10 FILLER                      PIC X(08) VALUE 'CORRIDA '.
             10 WS-AVI-ID-CORRIDA           PIC 9(14).
             10 FILLER                      PIC X(40)
                  VALUE ' DE CL11EJ01 REVERTIDA POR CL11RV01'.
          05 WS-AVI-FECHA.
             10 FILLER                      PIC X(07) VALUE 'FECHA: '.
             10 WS-AVI-FECHA-TEXTO          PIC X(10).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-AVI-HORA-TEXTO           PIC X(08).
             10 FILLER                      PIC X(12)
                  VALUE '  OPERADOR: '.
             10 WS-AVI-OPERADOR             PIC X(08).
          05 WS-AVI-MOTIVO.
             10 FILLER                      PIC X(08) VALUE 'MOTIVO: '.
             10 WS-AVI-MOTIVO-TEXTO         PIC X(40).
          05 WS-AVI-ORIGINAL                PIC X(60)
                  VALUE 'EL REPORTE ORIGINAL DE LA CORRIDA QUEDA EN REP
      -           'ORTE.ANU'.

       01 WS-LISTADO.
          05 WS-LIS-SEPARADOR               PIC X(120) VALUE ALL '-'.
          05 WS-LIS-TITULO                  PIC X(40)
                  VALUE 'CORRIDAS DE CL11EJ01 EN EL DIARIO'.
          05 WS-LIS-ENCABEZADO.
             10 FILLER                      PIC X(26)
                  VALUE 'CORRIDA        ESTADO     '.
             10 FILLER                      PIC X(42)
                  VALUE 'INICIO              FIN                 '.
             10 FILLER                      PIC X(40)
                  VALUE 'IMAGENES REAN ENTRADA'.
          05 WS-LIS-DETALLE.
             10 WS-LIS-D-ID-CORRIDA         PIC 9(14).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-D-ESTADO             PIC X(10).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-D-INICIO-FECHA       PIC X(10).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-D-INICIO-HORA        PIC X(08).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-D-FIN-FECHA          PIC X(10).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-D-FIN-HORA           PIC X(08).
             10 FILLER                      PIC X(04) VALUE SPACES.
             10 WS-LIS-D-IMAGENES           PIC ZZZZZZ9.
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-D-REANUDACIONES      PIC ZZ9.
             10 FILLER                      PIC X(02) VALUE SPACES.
             10 WS-LIS-D-ENTRADA            PIC X(38).
          05 WS-LIS-REVERSION.
             10 FILLER                      PIC X(15) VALUE SPACES.
             10 FILLER                      PIC X(13)
                  VALUE 'REVERTIDA EL '.
             10 WS-LIS-RV-FECHA             PIC X(10).
             10 FILLER                      PIC X(01) VALUE SPACE.
             10 WS-LIS-RV-HORA              PIC X(08).
             10 FILLER                      PIC X(10)
                  VALUE ' OPERADOR '.
             10 WS-LIS-RV-OPERADOR          PIC X(08).
             10 FILLER                      PIC X(08)
                  VALUE ' MOTIVO '.
             10 WS-LIS-RV-MOTIVO            PIC X(40).

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
                  WHEN WS-ES-REVERSION
                       PERFORM 2000-REVERTIR-CORRIDA
                          THRU 2000-REVERTIR-CORRIDA-FIN
                  WHEN OTHER
                       PERFORM 2500-LISTAR-CORRIDAS
                          THRU 2500-LISTAR-CORRIDAS-FIN
              END-EVALUATE
           END-IF.

           PERFORM 3000-FINALIZAR-PROGRAMA
              THRU 3000-FINALIZAR-PROGRAMA-FIN.

           PERFORM 0900-LIBERAR-TRABA
              THRU 0900-LIBERAR-TRABA-FIN.

           MOVE WS-CODIGO-RETORNO            TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      * PRIMER PARAMETRO: FUNCION ('REVERSION' O 'LISTADO'). SEGUNDO,
      * SOLO PARA LA REVERSION: EL IDENTIFICADOR DE LA CORRIDA
      * (AAAAMMDDHHMMSS, COMO LO MUESTRA CL11EJ01 Y LO DEJA EN LA
      * BITACORA).
      *----------------------------------------------------------------*
       0100-OBTENER-PARAMETROS.

           ACCEPT WS-FUNCION-PARM FROM ARGUMENT-VALUE.
           ACCEPT WS-VALOR-PARM FROM ARGUMENT-VALUE.

           EVALUATE WS-FUNCION-PARM
               WHEN 'REVERSION'
               WHEN 'reversion'
                    MOVE 'R'                 TO WS-SW-FUNCION
               WHEN 'LISTADO'
               WHEN 'listado'
                    MOVE 'L'                 TO WS-SW-FUNCION
               WHEN OTHER
                    DISPLAY 'USO: CL11RV01 REVERSION <ID-CORRIDA>'
                    DISPLAY '     CL11RV01 LISTADO'
                    MOVE 'N'                 TO WS-SW-PARAMETRO-OK
           END-EVALUATE.

           IF WS-PARAMETRO-OK AND WS-ES-REVERSION
              IF WS-VALOR-PARM IS NUMERIC
                 MOVE WS-VALOR-PARM          TO WS-ID-CORRIDA
              END-IF
              IF WS-ID-CORRIDA = 0
                 DISPLAY 'IDENTIFICADOR DE CORRIDA INVALIDO '
                         '(AAAAMMDDHHMMSS): ' WS-VALOR-PARM
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
      * TRABA VIEJA, LA REVERSION NO ARRANCA.
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
      * EL LISTADO SOLO LEE EL DIARIO: NO TOMA LA TRABA. LA REVERSION
      * TOMA LA TRABA Y ABRE EN ACTUALIZACION EL DIARIO Y TODOS LOS
      * INDEXADOS QUE ACTUALIZA CL11EJ01.
      *----------------------------------------------------------------*
       1000-INICIAR-PROGRAMA.

           ACCEPT WS-FHS-FECHA               FROM DATE YYYYMMDD.
           ACCEPT WS-FHS-HORA                FROM TIME.

           IF WS-ES-LISTADO
              OPEN INPUT DIARIO
              EVALUATE TRUE
                  WHEN FS-DIARIO-OK
                       MOVE 'S'              TO WS-SW-DIARIO-DISPONIBLE
                  WHEN FS-DIARIO-NFD
                       DISPLAY 'SIN CORRIDAS EN EL DIARIO DE IMAGENES '
                               '(DIARIOEJ.DAT)'
                  WHEN OTHER
                       DISPLAY 'NO SE PUEDE ABRIR EL DIARIO DE '
                               'IMAGENES (DIARIOEJ.DAT). FILE '
                               'STATUS: ' FS-DIARIO
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
              END-EVALUATE
           ELSE
              PERFORM 0500-TOMAR-TRABA
                 THRU 0500-TOMAR-TRABA-FIN
              IF NOT WS-TRABA-TOMADA
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF
              IF NOT WS-HUBO-ERROR-ARCHIVO
                 PERFORM 1100-ABRIR-ARCHIVOS
                    THRU 1100-ABRIR-ARCHIVOS-FIN
              END-IF
           END-IF.

           IF WS-HUBO-ERROR-ARCHIVO
              MOVE 12                        TO WS-CODIGO-RETORNO
           END-IF.

       1000-INICIAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIN EL DIARIO NO HAY NADA QUE REVERTIR. LOS INDEXADOS QUE NO
      * EXISTEN SE CREAN VACIOS, COMO LO HACE CL11EJ01, PARA PODER
      * ABRIRLOS TODOS EN ACTUALIZACION.
      *----------------------------------------------------------------*
       1100-ABRIR-ARCHIVOS.

           OPEN I-O DIARIO.
           IF FS-DIARIO-OK
              MOVE 'S'                       TO WS-SW-DIARIO-DISPONIBLE
           ELSE
              DISPLAY 'NO SE PUEDE ABRIR EL DIARIO DE IMAGENES '
                      '(DIARIOEJ.DAT). FILE STATUS: ' FS-DIARIO
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
           END-IF.

           IF NOT WS-HUBO-ERROR-ARCHIVO
              OPEN I-O EMPLEADOS-TOTALES
              IF FS-EMPLEADOS-NFD
                 CLOSE EMPLEADOS-TOTALES
                 OPEN OUTPUT EMPLEADOS-TOTALES
                 CLOSE EMPLEADOS-TOTALES
                 OPEN I-O EMPLEADOS-TOTALES
              END-IF
              IF NOT FS-EMPLEADOS-OK
                 DISPLAY 'NO SE PUEDE ABRIR EMPLEADO.DAT. FILE '
                         'STATUS: ' FS-EMPLEADOS
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF

              OPEN I-O EMPLEADOS-MENSUAL
              IF FS-EMPMES-NFD
                 CLOSE EMPLEADOS-MENSUAL
                 OPEN OUTPUT EMPLEADOS-MENSUAL
                 CLOSE EMPLEADOS-MENSUAL
                 OPEN I-O EMPLEADOS-MENSUAL
              END-IF
              IF NOT FS-EMPMES-OK
                 DISPLAY 'NO SE PUEDE ABRIR EMPMES.DAT. FILE '
                         'STATUS: ' FS-EMPMES
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF

              OPEN I-O HISTORIA-DIARIA
              IF FS-HISTORIA-NFD
                 CLOSE HISTORIA-DIARIA
                 OPEN OUTPUT HISTORIA-DIARIA
                 CLOSE HISTORIA-DIARIA
                 OPEN I-O HISTORIA-DIARIA
              END-IF
              IF NOT FS-HISTORIA-OK
                 DISPLAY 'NO SE PUEDE ABRIR HISTDIA.DAT. FILE '
                         'STATUS: ' FS-HISTORIA
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF

              OPEN I-O HISTORIA-SUCURSAL
              IF FS-HISTSUC-NFD
                 CLOSE HISTORIA-SUCURSAL
                 OPEN OUTPUT HISTORIA-SUCURSAL
                 CLOSE HISTORIA-SUCURSAL
                 OPEN I-O HISTORIA-SUCURSAL
              END-IF
              IF NOT FS-HISTSUC-OK
                 DISPLAY 'NO SE PUEDE ABRIR HISTSUC.DAT. FILE '
                         'STATUS: ' FS-HISTSUC
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF

              OPEN I-O VENTAS-DETALLE
              IF FS-VENTDET-NFD
                 CLOSE VENTAS-DETALLE
                 OPEN OUTPUT VENTAS-DETALLE
                 CLOSE VENTAS-DETALLE
                 OPEN I-O VENTAS-DETALLE
              END-IF
              IF NOT FS-VENTDET-OK
                 DISPLAY 'NO SE PUEDE ABRIR VENTDET.DAT. FILE '
                         'STATUS: ' FS-VENTDET
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF

              OPEN I-O RECEPCION
              IF FS-RECEPCION-NFD
                 CLOSE RECEPCION
                 OPEN OUTPUT RECEPCION
                 CLOSE RECEPCION
                 OPEN I-O RECEPCION
              END-IF
              IF NOT FS-RECEPCION-OK
                 DISPLAY 'NO SE PUEDE ABRIR RECEPCIO.DAT. FILE '
                         'STATUS: ' FS-RECEPCION
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF

              OPEN I-O HUELLAS
              IF FS-HUELLAS-NFD
                 CLOSE HUELLAS
                 OPEN OUTPUT HUELLAS
                 CLOSE HUELLAS
                 OPEN I-O HUELLAS
              END-IF
              IF NOT FS-HUELLAS-OK
                 DISPLAY 'NO SE PUEDE ABRIR HUELLAS.DAT. FILE '
                         'STATUS: ' FS-HUELLAS
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF

              OPEN I-O PERIODOS
              IF FS-PERIODOS-NFD
                 CLOSE PERIODOS
                 OPEN OUTPUT PERIODOS
                 CLOSE PERIODOS
                 OPEN I-O PERIODOS
              END-IF
              IF NOT FS-PERIODOS-OK
                 DISPLAY 'NO SE PUEDE ABRIR PERIODOS.DAT. FILE '
                         'STATUS: ' FS-PERIODOS
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
              END-IF

              MOVE 'S'                       TO WS-SW-ARCHIVOS-ABIERTOS
           END-IF.

       1100-ABRIR-ARCHIVOS-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * REVERSION DE LA CORRIDA. PRIMERO SE CONTROLA TODO (CABECERA,
      * CORRIDAS POSTERIORES, CIERRE ANUAL, PERIODOS Y VENTCRUZ.DAT)
      * SIN TOCAR NADA; RECIEN DESPUES SE PIDE LA AUTORIZACION Y SE
      * RESTAURA. EL RESULTADO, BUENO O MALO, QUEDA EN LA BITACORA.
      *----------------------------------------------------------------*
       2000-REVERTIR-CORRIDA.

           PERFORM 2100-LEER-CABECERA
              THRU 2100-LEER-CABECERA-FIN.

           IF WS-CODIGO-RETORNO = 0
              PERFORM 2150-CONTROLAR-POSTERIORES
                 THRU 2150-CONTROLAR-POSTERIORES-FIN
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              PERFORM 2200-CONTROLAR-BITACORA
                 THRU 2200-CONTROLAR-BITACORA-FIN
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              PERFORM 2300-VALIDAR-IMAGENES
                 THRU 2300-VALIDAR-IMAGENES-FIN
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              PERFORM 2400-CONTROLAR-VENTCRUZ
                 THRU 2400-CONTROLAR-VENTCRUZ-FIN
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              PERFORM 2450-PEDIR-AUTORIZACION
                 THRU 2450-PEDIR-AUTORIZACION-FIN
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              PERFORM 2600-RESTAURAR-IMAGENES
                 THRU 2600-RESTAURAR-IMAGENES-FIN
           END-IF.

      * CON ERRORES DE RESTAURACION NO SE TRUNCA VENTCRUZ.DAT NI SE
      * MARCA LA CORRIDA: REPETIR LA REVERSION VUELVE A APLICAR LAS
      * MISMAS IMAGENES Y TERMINA EL TRABAJO.
           IF WS-CODIGO-RETORNO = 0 AND WS-CANT-AGREGADOS > 0
              PERFORM 2700-TRUNCAR-VENTCRUZ
                 THRU 2700-TRUNCAR-VENTCRUZ-FIN
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              IF WS-HAY-POSTERIOR-REVERTIDA
                 DISPLAY 'EXTRACTO.TXT Y REPORTE.TXT YA SON DE UNA '
                         'CORRIDA POSTERIOR: NO SE ANULAN'
              ELSE
                 PERFORM 2750-ANULAR-EXTRACTO
                    THRU 2750-ANULAR-EXTRACTO-FIN
                 PERFORM 2780-ANULAR-REPORTE
                    THRU 2780-ANULAR-REPORTE-FIN
              END-IF
              PERFORM 2800-DESCARTAR-CHECKPOINT
                 THRU 2800-DESCARTAR-CHECKPOINT-FIN
              PERFORM 2820-MARCAR-REVERTIDA
                 THRU 2820-MARCAR-REVERTIDA-FIN
           END-IF.

           MOVE WS-CANT-RESTAURADAS          TO WS-LOG-IMAGENES.
           EVALUATE WS-CODIGO-RETORNO
               WHEN 0
                    DISPLAY 'CORRIDA ' WS-ID-CORRIDA ' REVERTIDA. '
                            'IMAGENES RESTAURADAS: '
                            WS-CANT-RESTAURADAS
                    MOVE 'CORRIDA REVERTIDA'  TO WS-LOG-ACCION
                    MOVE WS-MOTIVO            TO WS-LOG-DETALLE
               WHEN 4
                    DISPLAY 'REVERSION RECHAZADA: ' WS-MOTIVO-RECHAZO
                    MOVE 'REVERSION RECHAZADA' TO WS-LOG-ACCION
                    MOVE WS-MOTIVO-RECHAZO    TO WS-LOG-DETALLE
               WHEN OTHER
                    DISPLAY 'REVERSION CON ERRORES: '
                            WS-MOTIVO-RECHAZO
                    MOVE 'REVERSION CON ERROR' TO WS-LOG-ACCION
                    MOVE WS-MOTIVO-RECHAZO    TO WS-LOG-DETALLE
           END-EVALUATE.

           PERFORM 2900-GRABAR-BITACORA
              THRU 2900-GRABAR-BITACORA-FIN.

       2000-REVERTIR-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CABECERA DE LA CORRIDA. UNA CORRIDA EN CURSO (CAYO Y NO SE
      * REANUDO) SE PUEDE REVERTIR: DESHACE LO QUE ALCANZO A GRABAR.
      *----------------------------------------------------------------*
       2100-LEER-CABECERA.

           MOVE WS-ID-CORRIDA                TO DIA-ID-CORRIDA.
           MOVE 0                            TO DIA-SECUENCIA.

           READ DIARIO
              KEY IS DIA-CLAVE
              INVALID KEY
                 MOVE 'LA CORRIDA NO ESTA EN EL DIARIO DE IMAGENES'
                                             TO WS-MOTIVO-RECHAZO
                 MOVE 4                      TO WS-CODIGO-RETORNO
              NOT INVALID KEY
                 MOVE DIA-COR-ESTADO         TO WS-CAB-ESTADO
                 MOVE DIA-COR-FECHA-INICIO   TO WS-CAB-FECHA-INICIO
                 MOVE DIA-COR-CANT-IMAGENES  TO WS-CAB-CANT-IMAGENES
                 MOVE DIA-COR-FORMATO-HIS    TO WS-CAB-FORMATO-HIS
           END-READ.

           IF WS-CODIGO-RETORNO = 0
              EVALUATE TRUE
                  WHEN WS-CAB-REVERTIDA
                       MOVE 'LA CORRIDA YA FUE REVERTIDA'
                                             TO WS-MOTIVO-RECHAZO
                       MOVE 4                TO WS-CODIGO-RETORNO
                  WHEN WS-CAB-EN-CURSO
                       DISPLAY 'ATENCION: LA CORRIDA NO TERMINO. SE '
                               'REVIERTE LO QUE ALCANZO A GRABAR'
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

       2100-LEER-CABECERA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CORRIDAS POSTERIORES EN EL DIARIO: SE SALTA DE CABECERA EN
      * CABECERA. SI ALGUNA NO ESTA REVERTIDA, PUDO ACUMULAR SOBRE LO
      * QUE SE QUIERE DESHACER Y SE DEBE REVERTIR ANTES.
      *----------------------------------------------------------------*
       2150-CONTROLAR-POSTERIORES.

           MOVE 'N'                          TO WS-SW-FIN-DIARIO.
           MOVE WS-ID-CORRIDA                TO DIA-ID-CORRIDA.
           MOVE 9999999                      TO DIA-SECUENCIA.

           START DIARIO KEY IS GREATER THAN DIA-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
           END-START.

           PERFORM 2160-LEER-CORRIDA-POSTERIOR
              THRU 2160-LEER-CORRIDA-POSTERIOR-FIN
             UNTIL WS-FIN-DIARIO
                OR WS-HAY-POSTERIOR-VIGENTE.

           IF WS-HAY-POSTERIOR-VIGENTE
              MOVE SPACES                    TO WS-MOTIVO-RECHAZO
              STRING 'HAY UNA CORRIDA POSTERIOR SIN REVERTIR: '
                                             DELIMITED BY SIZE
                     DIA-ID-CORRIDA          DELIMITED BY SIZE
                     INTO WS-MOTIVO-RECHAZO
              END-STRING
              MOVE 4                         TO WS-CODIGO-RETORNO
           END-IF.

       2150-CONTROLAR-POSTERIORES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2160-LEER-CORRIDA-POSTERIOR.

           READ DIARIO NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
           END-READ.

           IF NOT WS-FIN-DIARIO
              IF DIA-SECUENCIA = 0 AND DIA-COR-REVERTIDA
                 MOVE 'S'
                                  TO WS-SW-POSTERIOR-REVERTIDA
                 MOVE 9999999                TO DIA-SECUENCIA
                 START DIARIO KEY IS GREATER THAN DIA-CLAVE
                    INVALID KEY
                       MOVE 'S'              TO WS-SW-FIN-DIARIO
                 END-START
              ELSE
                 MOVE 'S'                    TO WS-SW-POSTERIOR-VIGENTE
              END-IF
           END-IF.

       2160-LEER-CORRIDA-POSTERIOR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CL11EJ01.LOG: UN CIERRE ANUAL (CL11CA01) QUE TOMO LA TRABA
      * DESPUES DE QUE ARRANCO LA CORRIDA YA ARCHIVO Y PUSO EN CERO
      * LOS ACUMULADOS QUE LA CORRIDA ACTUALIZO: NO SE REVIERTE.
      *----------------------------------------------------------------*
       2200-CONTROLAR-BITACORA.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.

           OPEN INPUT AUDITORIA.
           IF FS-AUDITORIA-OK
              PERFORM 2210-LEER-LINEA-BITACORA
                 THRU 2210-LEER-LINEA-BITACORA-FIN
                UNTIL WS-FIN-ARCHIVO
              CLOSE AUDITORIA
           ELSE
              DISPLAY 'ATENCION: NO SE PUDO LEER CL11EJ01.LOG PARA '
                      'CONTROLAR CIERRES ANUALES. FILE STATUS: '
                      FS-AUDITORIA
           END-IF.

           IF WS-HAY-CIERRE-POSTERIOR
              MOVE SPACES                    TO WS-MOTIVO-RECHAZO
              STRING 'HUBO UN CIERRE ANUAL (CL11CA01) DESPUES DE LA '
                     'CORRIDA'
                     DELIMITED BY SIZE     INTO WS-MOTIVO-RECHAZO
              END-STRING
              MOVE 4                         TO WS-CODIGO-RETORNO
           END-IF.

      * SI LA BITACORA FUE DEPURADA (CL11DP01) NO SE PUEDE SABER SI
      * HUBO UN CIERRE DESPUES DE LA CORRIDA.
           IF FS-AUDITORIA-OK AND NOT WS-CORRIDA-EN-BITACORA
              MOVE 'LA CORRIDA NO FIGURA EN CL11EJ01.LOG'
                                             TO WS-MOTIVO-RECHAZO
              MOVE 4                         TO WS-CODIGO-RETORNO
           END-IF.

       2200-CONTROLAR-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2210-LEER-LINEA-BITACORA.

           READ AUDITORIA INTO WS-BITACORA-LINEA
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              IF WS-BIT-PROGRAMA = 'CL11EJ01'
                 AND WS-BIT-CORRIDA = 'CORRIDA '
                 AND WS-BIT-ID-CORRIDA = WS-VALOR-PARM
                 MOVE 'S'
                                  TO WS-SW-CORRIDA-EN-BITACORA
              END-IF
              IF WS-CORRIDA-EN-BITACORA
                 AND WS-BIT-PROGRAMA = 'CL11CA01'
                 AND WS-BIT-TEXTO (1:23) = 'TRABA DE CORRIDA TOMADA'
                 MOVE 'S'                    TO WS-SW-CIERRE-POSTERIOR
              END-IF
           END-IF.

       2210-LEER-LINEA-BITACORA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * PRIMERA PASADA POR LAS IMAGENES DE LA CORRIDA, SIN TOCAR
      * NADA: LA SECUENCIA DEBE ESTAR COMPLETA, CADA ARCHIVO DEBE SER
      * CONOCIDO Y NINGUN PERIODO TOCADO PUEDE HABER SIDO LIQUIDADO,
      * INTERFACEADO O CERRADO DESDE QUE ARRANCO LA CORRIDA.
      *----------------------------------------------------------------*
       2300-VALIDAR-IMAGENES.

           MOVE 'N'                          TO WS-SW-FIN-DIARIO.
           MOVE 0                            TO WS-PERIODO-ANTERIOR.
           MOVE WS-ID-CORRIDA                TO DIA-ID-CORRIDA.
           MOVE 1                            TO DIA-SECUENCIA.

           START DIARIO KEY IS NOT LESS THAN DIA-CLAVE
              INVALID KEY
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
           END-START.

           PERFORM 2310-VALIDAR-UNA-IMAGEN
              THRU 2310-VALIDAR-UNA-IMAGEN-FIN
             UNTIL WS-FIN-DIARIO
                OR WS-CODIGO-RETORNO NOT = 0.

           IF WS-CODIGO-RETORNO = 0
              AND WS-CAB-TERMINADA
              AND WS-CANT-IMAGENES NOT = WS-CAB-CANT-IMAGENES
              MOVE SPACES                    TO WS-MOTIVO-RECHAZO
              STRING 'EL DIARIO NO TIENE TODAS LAS IMAGENES DE LA '
                     'CORRIDA'
                     DELIMITED BY SIZE     INTO WS-MOTIVO-RECHAZO
              END-STRING
              MOVE 4                         TO WS-CODIGO-RETORNO
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              DISPLAY 'IMAGENES DE LA CORRIDA: ' WS-CANT-IMAGENES
                      ' (AGREGADOS A VENTCRUZ.DAT: '
                      WS-CANT-AGREGADOS ')'
           END-IF.

       2300-VALIDAR-IMAGENES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2310-VALIDAR-UNA-IMAGEN.

           READ DIARIO NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
           END-READ.

           IF NOT WS-FIN-DIARIO
              IF DIA-ID-CORRIDA NOT = WS-ID-CORRIDA
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
              END-IF
           END-IF.

           IF NOT WS-FIN-DIARIO
              ADD 1                          TO WS-CANT-IMAGENES
              IF DIA-SECUENCIA NOT = WS-CANT-IMAGENES
                 MOVE 'EL DIARIO DE LA CORRIDA ESTA INCOMPLETO'
                                             TO WS-MOTIVO-RECHAZO
                 MOVE 4                      TO WS-CODIGO-RETORNO
              END-IF
           END-IF.

           IF NOT WS-FIN-DIARIO AND WS-CODIGO-RETORNO = 0
              MOVE 0                         TO WS-PERIODO-IMAGEN
              EVALUATE DIA-ARCHIVO
                  WHEN 'EMPLEADO'
                  WHEN 'RECEPCIO'
                       CONTINUE
                  WHEN 'EMPMES'
                       MOVE DIA-IMAGEN       TO REG-EMPLEADO-MES
                       MOVE EMM-PERIODO      TO WS-PERIODO-IMAGEN
                  WHEN 'HISTDIA'
                       IF WS-CAB-HIS-POR-CATEGORIA
                          MOVE DIA-IMAGEN    TO REG-HISTORIA
                          MOVE HIS-FECHA-CLAVE
                                             TO WS-FECHA-IMAGEN
                          MOVE WS-FIM-PERIODO
                                             TO WS-PERIODO-IMAGEN
                       ELSE
                          MOVE SPACES        TO WS-MOTIVO-RECHAZO
                          STRING 'CORRIDA CON HISTDIA.DAT EN FORMATO '
                                 'ANTERIOR'
                                 DELIMITED BY SIZE
                                 INTO WS-MOTIVO-RECHAZO
                          END-STRING
                          MOVE 4             TO WS-CODIGO-RETORNO
                       END-IF
                  WHEN 'HISTSUC'
                       MOVE DIA-IMAGEN       TO REG-HIST-SUCURSAL
                       MOVE HSU-FECHA-CLAVE  TO WS-FECHA-IMAGEN
                       MOVE WS-FIM-PERIODO   TO WS-PERIODO-IMAGEN
                  WHEN 'VENTDET'
                       MOVE DIA-IMAGEN       TO REG-VENTA-DETALLE
                       MOVE VEN-FECHA-CLAVE  TO WS-FECHA-IMAGEN
                       MOVE WS-FIM-PERIODO   TO WS-PERIODO-IMAGEN
                  WHEN 'HUELLAS'
                       MOVE DIA-IMAGEN       TO REG-HUELLA
                       MOVE HUE-FECHA-CLAVE  TO WS-FECHA-IMAGEN
                       MOVE WS-FIM-PERIODO   TO WS-PERIODO-IMAGEN
                  WHEN 'PERIODOS'
                       MOVE DIA-IMAGEN       TO REG-PERIODO
                       MOVE PER-PERIODO      TO WS-PERIODO-IMAGEN
                  WHEN 'VENTCRUZ'
                       ADD 1                 TO WS-CANT-AGREGADOS
                  WHEN OTHER
                       MOVE SPACES           TO WS-MOTIVO-RECHAZO
                       STRING 'ARCHIVO DESCONOCIDO EN EL DIARIO: '
                                             DELIMITED BY SIZE
                              DIA-ARCHIVO    DELIMITED BY SIZE
                              INTO WS-MOTIVO-RECHAZO
                       END-STRING
                       MOVE 4                TO WS-CODIGO-RETORNO
              END-EVALUATE
              IF WS-PERIODO-IMAGEN > 0
                 AND WS-PERIODO-IMAGEN NOT = WS-PERIODO-ANTERIOR
                 PERFORM 2320-CONTROLAR-PERIODO
                    THRU 2320-CONTROLAR-PERIODO-FIN
              END-IF
           END-IF.

       2310-VALIDAR-UNA-IMAGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA FECHA DE LIQUIDACION LA PONEN CL11LQ01 Y CL11RL01 Y LA DE
      * INTERFAZ CL11IC01. SI ALGUNA ES DEL DIA EN QUE ARRANCO LA
      * CORRIDA O POSTERIOR, LOS DATOS DE LA CORRIDA YA PUDIERON
      * USARSE Y NO SE REVIERTEN.
      *----------------------------------------------------------------*
       2320-CONTROLAR-PERIODO.

           MOVE WS-PERIODO-IMAGEN            TO WS-PERIODO-ANTERIOR.
           MOVE WS-PERIODO-IMAGEN            TO PER-PERIODO.

           READ PERIODOS
              KEY IS PER-PERIODO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EVALUATE TRUE
                     WHEN PER-CERRADO
                          MOVE SPACES        TO WS-MOTIVO-RECHAZO
                          STRING 'EL PERIODO ' DELIMITED BY SIZE
                                 PER-PERIODO DELIMITED BY SIZE
                                 ' ESTA CERRADO' DELIMITED BY SIZE
                                 INTO WS-MOTIVO-RECHAZO
                          END-STRING
                          MOVE 4             TO WS-CODIGO-RETORNO
                     WHEN PER-FECHA-LIQUIDACION >= WS-CAB-FECHA-INICIO
                          MOVE SPACES        TO WS-MOTIVO-RECHAZO
                          STRING 'EL PERIODO ' DELIMITED BY SIZE
                                 PER-PERIODO DELIMITED BY SIZE
                                 ' SE LIQUIDO DESPUES DE LA CORRIDA'
                                             DELIMITED BY SIZE
                                 INTO WS-MOTIVO-RECHAZO
                          END-STRING
                          MOVE 4             TO WS-CODIGO-RETORNO
                     WHEN PER-FECHA-INTERFAZ >= WS-CAB-FECHA-INICIO
                          MOVE SPACES        TO WS-MOTIVO-RECHAZO
                          STRING 'EL PERIODO ' DELIMITED BY SIZE
                                 PER-PERIODO DELIMITED BY SIZE
                                 ' SE INTERFACEO DESPUES DE LA '
                                             DELIMITED BY SIZE
                                 'CORRIDA'   DELIMITED BY SIZE
                                 INTO WS-MOTIVO-RECHAZO
                          END-STRING
                          MOVE 4             TO WS-CODIGO-RETORNO
                     WHEN OTHER
                          CONTINUE
                 END-EVALUATE
           END-READ.

       2320-CONTROLAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LO QUE LA CORRIDA AGREGO A VENTCRUZ.DAT TIENE QUE SER LA COLA
      * DEL ARCHIVO, LINEA POR LINEA IGUAL A LAS IMAGENES S DEL
      * DIARIO. SI NO, ALGUIEN LO TOCO DESPUES Y NO SE PUEDE TRUNCAR.
      *----------------------------------------------------------------*
       2400-CONTROLAR-VENTCRUZ.

           IF WS-CANT-AGREGADOS > 0
              MOVE 'N'                       TO WS-SW-FIN-ARCHIVO
              MOVE 0                         TO WS-CANT-VENTCRUZ
              OPEN INPUT VENTAS-CRUZADAS
              IF FS-VENTCRUZ-OK
                 PERFORM 2410-CONTAR-VENTCRUZ
                    THRU 2410-CONTAR-VENTCRUZ-FIN
                   UNTIL WS-FIN-ARCHIVO
                 CLOSE VENTAS-CRUZADAS
              END-IF
              IF WS-CANT-VENTCRUZ < WS-CANT-AGREGADOS
                 MOVE SPACES                 TO WS-MOTIVO-RECHAZO
                 STRING 'VENTCRUZ.DAT NO TIENE LAS VENTAS QUE AGREGO '
                        'LA CORRIDA'
                        DELIMITED BY SIZE     INTO WS-MOTIVO-RECHAZO
                 END-STRING
                 MOVE 4                      TO WS-CODIGO-RETORNO
              ELSE
                 COMPUTE WS-CANT-CONSERVAR =
                         WS-CANT-VENTCRUZ - WS-CANT-AGREGADOS
              END-IF
           END-IF.

           IF WS-CANT-AGREGADOS > 0 AND WS-CODIGO-RETORNO = 0
              MOVE 'N'                       TO WS-SW-FIN-ARCHIVO
              MOVE 'N'                       TO WS-SW-FIN-DIARIO
              MOVE 0                         TO WS-LINEA-VENTCRUZ
              MOVE WS-ID-CORRIDA             TO DIA-ID-CORRIDA
              MOVE 1                         TO DIA-SECUENCIA
              START DIARIO KEY IS NOT LESS THAN DIA-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-DIARIO
              END-START
              OPEN INPUT VENTAS-CRUZADAS
              PERFORM 2420-COMPARAR-VENTCRUZ
                 THRU 2420-COMPARAR-VENTCRUZ-FIN
                UNTIL WS-FIN-ARCHIVO
                   OR WS-CODIGO-RETORNO NOT = 0
              CLOSE VENTAS-CRUZADAS
           END-IF.

       2400-CONTROLAR-VENTCRUZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2410-CONTAR-VENTCRUZ.

           READ VENTAS-CRUZADAS
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              NOT AT END
                 ADD 1                       TO WS-CANT-VENTCRUZ
           END-READ.

       2410-CONTAR-VENTCRUZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2420-COMPARAR-VENTCRUZ.

           READ VENTAS-CRUZADAS
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              NOT AT END
                 ADD 1                       TO WS-LINEA-VENTCRUZ
           END-READ.

           IF NOT WS-FIN-ARCHIVO
              AND WS-LINEA-VENTCRUZ > WS-CANT-CONSERVAR
              PERFORM 2430-LEER-AGREGADO-DIARIO
                 THRU 2430-LEER-AGREGADO-DIARIO-FIN
              IF WS-FIN-DIARIO
                 OR REG-VENTA-CRUZADA NOT = DIA-IMAGEN (1:123)
                 MOVE SPACES                 TO WS-MOTIVO-RECHAZO
                 STRING 'LA COLA DE VENTCRUZ.DAT NO COINCIDE CON LA '
                        'CORRIDA'
                        DELIMITED BY SIZE     INTO WS-MOTIVO-RECHAZO
                 END-STRING
                 MOVE 4                      TO WS-CODIGO-RETORNO
              END-IF
           END-IF.

       2420-COMPARAR-VENTCRUZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SIGUIENTE IMAGEN S DE LA CORRIDA, SALTEANDO LAS DEMAS.
      *----------------------------------------------------------------*
       2430-LEER-AGREGADO-DIARIO.

           MOVE SPACE                        TO DIA-OPERACION.

           PERFORM 2440-LEER-IMAGEN-SIGUIENTE
              THRU 2440-LEER-IMAGEN-SIGUIENTE-FIN
             UNTIL WS-FIN-DIARIO
                OR DIA-ES-AGREGADO.

       2430-LEER-AGREGADO-DIARIO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2440-LEER-IMAGEN-SIGUIENTE.

           READ DIARIO NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
           END-READ.

           IF NOT WS-FIN-DIARIO
              IF DIA-ID-CORRIDA NOT = WS-ID-CORRIDA
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
              END-IF
           END-IF.

       2440-LEER-IMAGEN-SIGUIENTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * OPERADOR Y MOTIVO DE LA REVERSION: DE LAS VARIABLES DE
      * AMBIENTE O POR PANTALLA. SI FALTA CUALQUIERA DE LOS DOS LA
      * REVERSION SE RECHAZA.
      *----------------------------------------------------------------*
       2450-PEDIR-AUTORIZACION.

           ACCEPT WS-OPERADOR FROM ENVIRONMENT 'CL11RV01_OPERADOR'.
           IF WS-OPERADOR = SPACES
              DISPLAY 'OPERADOR (INICIALES): '
              ACCEPT WS-OPERADOR
           END-IF.

           ACCEPT WS-MOTIVO FROM ENVIRONMENT 'CL11RV01_MOTIVO'.
           IF WS-MOTIVO = SPACES
              DISPLAY 'MOTIVO DE LA REVERSION: '
              ACCEPT WS-MOTIVO
           END-IF.

           EVALUATE TRUE
               WHEN WS-OPERADOR = SPACES
                    MOVE 'FALTA EL OPERADOR'  TO WS-MOTIVO-RECHAZO
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN WS-MOTIVO = SPACES
                    MOVE 'FALTA EL MOTIVO'   TO WS-MOTIVO-RECHAZO
                    MOVE 4                   TO WS-CODIGO-RETORNO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2450-PEDIR-AUTORIZACION-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * CORRIDAS DEL DIARIO, UNA LINEA POR CABECERA (SE SALTAN LAS
      * IMAGENES), EN PANTALLA Y EN CORRIDAS.TXT.
      *----------------------------------------------------------------*
       2500-LISTAR-CORRIDAS.

           OPEN OUTPUT LISTADO.
           IF FS-LISTADO-OK
              MOVE 'S'                       TO WS-SW-LISTADO-ABIERTO
           ELSE
              DISPLAY 'ERROR AL ABRIR CORRIDAS.TXT. FILE STATUS: '
                      FS-LISTADO
              MOVE 12                        TO WS-CODIGO-RETORNO
           END-IF.

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

           MOVE 'S'                          TO WS-SW-FIN-DIARIO.
           IF WS-DIARIO-DISPONIBLE
              MOVE 'N'                       TO WS-SW-FIN-DIARIO
              MOVE LOW-VALUES                TO DIA-CLAVE
              START DIARIO KEY IS GREATER THAN DIA-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-DIARIO
              END-START
           END-IF.

           PERFORM 2550-LISTAR-UNA-CORRIDA
              THRU 2550-LISTAR-UNA-CORRIDA-FIN
             UNTIL WS-FIN-DIARIO.

           DISPLAY WS-LIS-SEPARADOR.
           DISPLAY 'CORRIDAS EN EL DIARIO: ' WS-CANT-CORRIDAS.
           IF WS-LISTADO-ABIERTO
              WRITE REG-LISTADO              FROM WS-LIS-SEPARADOR
              CLOSE LISTADO
           END-IF.

       2500-LISTAR-CORRIDAS-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2550-LISTAR-UNA-CORRIDA.

           READ DIARIO NEXT RECORD
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-DIARIO
           END-READ.

           IF NOT WS-FIN-DIARIO AND DIA-SECUENCIA = 0
              ADD 1                          TO WS-CANT-CORRIDAS
              MOVE DIA-COR-ESTADO            TO WS-CAB-ESTADO
              PERFORM 2850-TEXTO-ESTADO
                 THRU 2850-TEXTO-ESTADO-FIN
              MOVE DIA-ID-CORRIDA            TO WS-LIS-D-ID-CORRIDA
              MOVE WS-ESTADO-TEXTO           TO WS-LIS-D-ESTADO
              MOVE DIA-COR-FECHA-INICIO      TO WS-FCV-FECHA
              MOVE DIA-COR-HORA-INICIO       TO WS-FCV-HORA
              PERFORM 2870-FORMATEAR-FECHA
                 THRU 2870-FORMATEAR-FECHA-FIN
              MOVE WS-FCV-TEXTO              TO WS-LIS-D-INICIO-FECHA
              MOVE WS-FCV-HORA-TEXTO         TO WS-LIS-D-INICIO-HORA
              MOVE DIA-COR-FECHA-FIN         TO WS-FCV-FECHA
              MOVE DIA-COR-HORA-FIN          TO WS-FCV-HORA
              PERFORM 2870-FORMATEAR-FECHA
                 THRU 2870-FORMATEAR-FECHA-FIN
              MOVE WS-FCV-TEXTO              TO WS-LIS-D-FIN-FECHA
              MOVE WS-FCV-HORA-TEXTO         TO WS-LIS-D-FIN-HORA
              MOVE DIA-COR-CANT-IMAGENES     TO WS-LIS-D-IMAGENES
              MOVE DIA-COR-CANT-REANUDACIONES
                                             TO WS-LIS-D-REANUDACIONES
              MOVE DIA-COR-ENTRADA           TO WS-LIS-D-ENTRADA
              DISPLAY WS-LIS-DETALLE
              IF WS-LISTADO-ABIERTO
                 WRITE REG-LISTADO           FROM WS-LIS-DETALLE
              END-IF
      * LA REVERSION SE MUESTRA DEBAJO DE LA CORRIDA: CUANDO, QUIEN
      * Y POR QUE.
              IF DIA-COR-REVERTIDA
                 MOVE DIA-COR-FECHA-REVERSION
                                             TO WS-FCV-FECHA
                 MOVE DIA-COR-HORA-REVERSION TO WS-FCV-HORA
                 PERFORM 2870-FORMATEAR-FECHA
                    THRU 2870-FORMATEAR-FECHA-FIN
                 MOVE WS-FCV-TEXTO           TO WS-LIS-RV-FECHA
                 MOVE WS-FCV-HORA-TEXTO      TO WS-LIS-RV-HORA
                 MOVE DIA-COR-OPERADOR       TO WS-LIS-RV-OPERADOR
                 MOVE DIA-COR-MOTIVO         TO WS-LIS-RV-MOTIVO
                 DISPLAY WS-LIS-REVERSION
                 IF WS-LISTADO-ABIERTO
                    WRITE REG-LISTADO        FROM WS-LIS-REVERSION
                 END-IF
              END-IF
              MOVE 9999999                   TO DIA-SECUENCIA
              START DIARIO KEY IS GREATER THAN DIA-CLAVE
                 INVALID KEY
                    MOVE 'S'                 TO WS-SW-FIN-DIARIO
              END-START
           END-IF.

       2550-LISTAR-UNA-CORRIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SEGUNDA PASADA: DE LA ULTIMA IMAGEN A LA PRIMERA. UNA ALTA SE
      * BORRA (SI YA NO ESTA, NO HAY NADA QUE HACER); UNA
      * MODIFICACION VUELVE A SU IMAGEN ANTERIOR. LOS AGREGADOS A
      * VENTCRUZ.DAT SE DESHACEN DESPUES, TRUNCANDO EL ARCHIVO.
      *----------------------------------------------------------------*
       2600-RESTAURAR-IMAGENES.

           PERFORM 2610-RESTAURAR-UNA-IMAGEN
              THRU 2610-RESTAURAR-UNA-IMAGEN-FIN
             VARYING WS-SEC-RESTAURAR FROM WS-CANT-IMAGENES BY -1
               UNTIL WS-SEC-RESTAURAR < 1.

           IF WS-CANT-ERRORES > 0
              MOVE SPACES                    TO WS-MOTIVO-RECHAZO
              STRING 'IMAGENES NO RESTAURADAS: '
                                             DELIMITED BY SIZE
                     WS-CANT-ERRORES         DELIMITED BY SIZE
                     INTO WS-MOTIVO-RECHAZO
              END-STRING
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
              MOVE 12                        TO WS-CODIGO-RETORNO
           END-IF.

       2600-RESTAURAR-IMAGENES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2610-RESTAURAR-UNA-IMAGEN.

           MOVE WS-ID-CORRIDA                TO DIA-ID-CORRIDA.
           MOVE WS-SEC-RESTAURAR             TO DIA-SECUENCIA.

           READ DIARIO
              KEY IS DIA-CLAVE
              INVALID KEY
                 DISPLAY 'NO SE ENCONTRO LA IMAGEN ' WS-SEC-RESTAURAR
                         ' DE LA CORRIDA. FILE STATUS: ' FS-DIARIO
                 ADD 1                       TO WS-CANT-ERRORES
              NOT INVALID KEY
                 EVALUATE DIA-ARCHIVO
                     WHEN 'EMPLEADO'
                          PERFORM 2620-RESTAURAR-EMPLEADO
                             THRU 2620-RESTAURAR-EMPLEADO-FIN
                     WHEN 'EMPMES'
                          PERFORM 2630-RESTAURAR-EMPMES
                             THRU 2630-RESTAURAR-EMPMES-FIN
                     WHEN 'HISTDIA'
                          PERFORM 2640-RESTAURAR-HISTDIA
                             THRU 2640-RESTAURAR-HISTDIA-FIN
                     WHEN 'HISTSUC'
                          PERFORM 2650-RESTAURAR-HISTSUC
                             THRU 2650-RESTAURAR-HISTSUC-FIN
                     WHEN 'VENTDET'
                          PERFORM 2660-RESTAURAR-VENTDET
                             THRU 2660-RESTAURAR-VENTDET-FIN
                     WHEN 'RECEPCIO'
                          PERFORM 2670-RESTAURAR-RECEPCION
                             THRU 2670-RESTAURAR-RECEPCION-FIN
                     WHEN 'HUELLAS'
                          PERFORM 2680-RESTAURAR-HUELLA
                             THRU 2680-RESTAURAR-HUELLA-FIN
                     WHEN 'PERIODOS'
                          PERFORM 2690-RESTAURAR-PERIODO
                             THRU 2690-RESTAURAR-PERIODO-FIN
                     WHEN OTHER
                          CONTINUE
                 END-EVALUATE
           END-READ.

       2610-RESTAURAR-UNA-IMAGEN-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2620-RESTAURAR-EMPLEADO.

           MOVE DIA-IMAGEN                   TO REG-EMPLEADO-TOTAL.

           IF DIA-ES-ALTA
              DELETE EMPLEADOS-TOTALES RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              REWRITE REG-EMPLEADO-TOTAL
                 INVALID KEY
                    WRITE REG-EMPLEADO-TOTAL
                       INVALID KEY
                          DISPLAY 'ERROR AL RESTAURAR EMPLEADO.DAT. '
                                  'FILE STATUS: ' FS-EMPLEADOS
                          ADD 1              TO WS-CANT-ERRORES
                    END-WRITE
              END-REWRITE
           END-IF.

           ADD 1                             TO WS-CANT-RESTAURADAS.

       2620-RESTAURAR-EMPLEADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2630-RESTAURAR-EMPMES.

           MOVE DIA-IMAGEN                   TO REG-EMPLEADO-MES.

           IF DIA-ES-ALTA
              DELETE EMPLEADOS-MENSUAL RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              REWRITE REG-EMPLEADO-MES
                 INVALID KEY
                    WRITE REG-EMPLEADO-MES
                       INVALID KEY
                          DISPLAY 'ERROR AL RESTAURAR EMPMES.DAT. '
                                  'FILE STATUS: ' FS-EMPMES
                          ADD 1              TO WS-CANT-ERRORES
                    END-WRITE
              END-REWRITE
           END-IF.

           ADD 1                             TO WS-CANT-RESTAURADAS.

       2630-RESTAURAR-EMPMES-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2640-RESTAURAR-HISTDIA.

           MOVE DIA-IMAGEN                   TO REG-HISTORIA.

           IF DIA-ES-ALTA
              DELETE HISTORIA-DIARIA RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              REWRITE REG-HISTORIA
                 INVALID KEY
                    WRITE REG-HISTORIA
                       INVALID KEY
                          DISPLAY 'ERROR AL RESTAURAR HISTDIA.DAT. '
                                  'FILE STATUS: ' FS-HISTORIA
                          ADD 1              TO WS-CANT-ERRORES
                    END-WRITE
              END-REWRITE
           END-IF.

           ADD 1                             TO WS-CANT-RESTAURADAS.

       2640-RESTAURAR-HISTDIA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2650-RESTAURAR-HISTSUC.

           MOVE DIA-IMAGEN                   TO REG-HIST-SUCURSAL.

           IF DIA-ES-ALTA
              DELETE HISTORIA-SUCURSAL RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              REWRITE REG-HIST-SUCURSAL
                 INVALID KEY
                    WRITE REG-HIST-SUCURSAL
                       INVALID KEY
                          DISPLAY 'ERROR AL RESTAURAR HISTSUC.DAT. '
                                  'FILE STATUS: ' FS-HISTSUC
                          ADD 1              TO WS-CANT-ERRORES
                    END-WRITE
              END-REWRITE
           END-IF.

           ADD 1                             TO WS-CANT-RESTAURADAS.

       2650-RESTAURAR-HISTSUC-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2660-RESTAURAR-VENTDET.

           MOVE DIA-IMAGEN                   TO REG-VENTA-DETALLE.

           IF DIA-ES-ALTA
              DELETE VENTAS-DETALLE RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              REWRITE REG-VENTA-DETALLE
                 INVALID KEY
                    WRITE REG-VENTA-DETALLE
                       INVALID KEY
                          DISPLAY 'ERROR AL RESTAURAR VENTDET.DAT. '
                                  'FILE STATUS: ' FS-VENTDET
                          ADD 1              TO WS-CANT-ERRORES
                    END-WRITE
              END-REWRITE
           END-IF.

           ADD 1                             TO WS-CANT-RESTAURADAS.

       2660-RESTAURAR-VENTDET-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2670-RESTAURAR-RECEPCION.

           MOVE DIA-IMAGEN                   TO REG-RECEPCION.

           IF DIA-ES-ALTA
              DELETE RECEPCION RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              REWRITE REG-RECEPCION
                 INVALID KEY
                    WRITE REG-RECEPCION
                       INVALID KEY
                          DISPLAY 'ERROR AL RESTAURAR RECEPCIO.DAT. '
                                  'FILE STATUS: ' FS-RECEPCION
                          ADD 1              TO WS-CANT-ERRORES
                    END-WRITE
              END-REWRITE
           END-IF.

           ADD 1                             TO WS-CANT-RESTAURADAS.

       2670-RESTAURAR-RECEPCION-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2680-RESTAURAR-HUELLA.

           MOVE DIA-IMAGEN                   TO REG-HUELLA.

           IF DIA-ES-ALTA
              DELETE HUELLAS RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              REWRITE REG-HUELLA
                 INVALID KEY
                    WRITE REG-HUELLA
                       INVALID KEY
                          DISPLAY 'ERROR AL RESTAURAR HUELLAS.DAT. '
                                  'FILE STATUS: ' FS-HUELLAS
                          ADD 1              TO WS-CANT-ERRORES
                    END-WRITE
              END-REWRITE
           END-IF.

           ADD 1                             TO WS-CANT-RESTAURADAS.

       2680-RESTAURAR-HUELLA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2690-RESTAURAR-PERIODO.

           MOVE DIA-IMAGEN                   TO REG-PERIODO.

           IF DIA-ES-ALTA
              DELETE PERIODOS RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
           ELSE
              REWRITE REG-PERIODO
                 INVALID KEY
                    WRITE REG-PERIODO
                       INVALID KEY
                          DISPLAY 'ERROR AL RESTAURAR PERIODOS.DAT. '
                                  'FILE STATUS: ' FS-PERIODOS
                          ADD 1              TO WS-CANT-ERRORES
                    END-WRITE
              END-REWRITE
           END-IF.

           ADD 1                             TO WS-CANT-RESTAURADAS.

       2690-RESTAURAR-PERIODO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * VENTCRUZ.DAT SE TRUNCA A LAS LINEAS ANTERIORES A LA CORRIDA:
      * SE COPIAN A VENTCRUZ.TMP Y SE VUELVEN A COPIAR ENCIMA.
      *----------------------------------------------------------------*
       2700-TRUNCAR-VENTCRUZ.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.
           MOVE 0                            TO WS-LINEA-VENTCRUZ.

           OPEN INPUT VENTAS-CRUZADAS.
           OPEN OUTPUT VENTCRUZ-AUX.
           IF FS-VENTCRUZ-OK AND FS-VENTCRUZ-AUX-OK
              PERFORM 2710-COPIAR-A-AUXILIAR
                 THRU 2710-COPIAR-A-AUXILIAR-FIN
                UNTIL WS-FIN-ARCHIVO
                   OR WS-LINEA-VENTCRUZ >= WS-CANT-CONSERVAR
           ELSE
              MOVE 'NO SE PUDO TRUNCAR VENTCRUZ.DAT'
                                             TO WS-MOTIVO-RECHAZO
              MOVE 'S'                       TO WS-SW-ERROR-ARCHIVO
              MOVE 12                        TO WS-CODIGO-RETORNO
           END-IF.
           CLOSE VENTAS-CRUZADAS.
           CLOSE VENTCRUZ-AUX.

           IF WS-CODIGO-RETORNO = 0
              MOVE 'N'                       TO WS-SW-FIN-ARCHIVO
              OPEN INPUT VENTCRUZ-AUX
              OPEN OUTPUT VENTAS-CRUZADAS
              IF FS-VENTCRUZ-OK AND FS-VENTCRUZ-AUX-OK
                 PERFORM 2720-COPIAR-DE-AUXILIAR
                    THRU 2720-COPIAR-DE-AUXILIAR-FIN
                   UNTIL WS-FIN-ARCHIVO
              ELSE
                 MOVE 'NO SE PUDO TRUNCAR VENTCRUZ.DAT'
                                             TO WS-MOTIVO-RECHAZO
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
                 MOVE 12                     TO WS-CODIGO-RETORNO
              END-IF
              CLOSE VENTCRUZ-AUX
              CLOSE VENTAS-CRUZADAS
           END-IF.

           IF WS-CODIGO-RETORNO = 0
              DISPLAY 'VENTCRUZ.DAT: SE QUITARON ' WS-CANT-AGREGADOS
                      ' VENTAS, QUEDAN ' WS-CANT-CONSERVAR
           END-IF.

       2700-TRUNCAR-VENTCRUZ-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2710-COPIAR-A-AUXILIAR.

           READ VENTAS-CRUZADAS
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              NOT AT END
                 ADD 1                       TO WS-LINEA-VENTCRUZ
                 WRITE REG-VENTCRUZ-AUX      FROM REG-VENTA-CRUZADA
           END-READ.

       2710-COPIAR-A-AUXILIAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2720-COPIAR-DE-AUXILIAR.

           READ VENTCRUZ-AUX
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              NOT AT END
                 WRITE REG-VENTA-CRUZADA     FROM REG-VENTCRUZ-AUX
           END-READ.

       2720-COPIAR-DE-AUXILIAR-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL EXTRACTO DE LA CORRIDA PASA A EXTRACTO.ANU. EN SU LUGAR
      * QUEDA SOLO LA CABECERA H ORIGINAL CON UNA COLA T EN CERO,
      * PARA QUE LA CARGA NO TOME DE NUEVO LO QUE SE REVIRTIO.
      *----------------------------------------------------------------*
       2750-ANULAR-EXTRACTO.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.
           MOVE SPACES                       TO WS-LINEA-CABECERA-EXT.

           OPEN INPUT EXTRACTO.
           IF FS-EXTRACTO-OK
              OPEN OUTPUT EXTRACTO-ANULADO
              IF FS-EXTRACTO-ANU-OK
                 PERFORM 2760-COPIAR-EXTRACTO
                    THRU 2760-COPIAR-EXTRACTO-FIN
                   UNTIL WS-FIN-ARCHIVO
                 CLOSE EXTRACTO-ANULADO
                 CLOSE EXTRACTO
                 OPEN OUTPUT EXTRACTO
                 IF WS-LINEA-CABECERA-EXT (1:2) = 'H;'
                    WRITE REG-EXTRACTO       FROM WS-LINEA-CABECERA-EXT
                 END-IF
                 MOVE 0                      TO WS-EXT-TRL-CANTIDAD
                 MOVE 0                      TO WS-EXT-TRL-HASH
                 WRITE REG-EXTRACTO          FROM WS-EXT-TRAILER
                 CLOSE EXTRACTO
                 DISPLAY 'EXTRACTO.TXT ANULADO (ORIGINAL EN '
                         'EXTRACTO.ANU)'
              ELSE
                 CLOSE EXTRACTO
                 DISPLAY 'NO SE PUDO GUARDAR EXTRACTO.ANU: '
                         'EXTRACTO.TXT QUEDA COMO ESTABA. FILE '
                         'STATUS: ' FS-EXTRACTO-ANU
              END-IF
           ELSE
              DISPLAY 'SIN EXTRACTO.TXT QUE ANULAR. FILE STATUS: '
                      FS-EXTRACTO
           END-IF.

       2750-ANULAR-EXTRACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2760-COPIAR-EXTRACTO.

           READ EXTRACTO
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              NOT AT END
                 IF WS-LINEA-CABECERA-EXT = SPACES
                    MOVE REG-EXTRACTO        TO WS-LINEA-CABECERA-EXT
                 END-IF
                 WRITE REG-EXTRACTO-ANULADO  FROM REG-EXTRACTO
           END-READ.

       2760-COPIAR-EXTRACTO-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * EL REPORTE DE LA CORRIDA PASA A REPORTE.ANU Y REPORTE.TXT
      * QUEDA CON EL AVISO DE LA REVERSION.
      *----------------------------------------------------------------*
       2780-ANULAR-REPORTE.

           MOVE 'N'                          TO WS-SW-FIN-ARCHIVO.

           OPEN INPUT REPORTE.
           IF FS-REPORTE-OK
              OPEN OUTPUT REPORTE-ANULADO
              IF FS-REPORTE-ANU-OK
                 PERFORM 2790-COPIAR-REPORTE
                    THRU 2790-COPIAR-REPORTE-FIN
                   UNTIL WS-FIN-ARCHIVO
                 CLOSE REPORTE-ANULADO
                 CLOSE REPORTE
                 MOVE WS-ID-CORRIDA          TO WS-AVI-ID-CORRIDA
                 MOVE WS-FHS-FECHA           TO WS-FCV-FECHA
                 MOVE WS-FHS-HORA (1:6)      TO WS-FCV-HORA
                 PERFORM 2870-FORMATEAR-FECHA
                    THRU 2870-FORMATEAR-FECHA-FIN
                 MOVE WS-FCV-TEXTO           TO WS-AVI-FECHA-TEXTO
                 MOVE WS-FCV-HORA-TEXTO      TO WS-AVI-HORA-TEXTO
                 MOVE WS-OPERADOR            TO WS-AVI-OPERADOR
                 MOVE WS-MOTIVO              TO WS-AVI-MOTIVO-TEXTO
                 OPEN OUTPUT REPORTE
                 WRITE REG-REPORTE           FROM WS-AVI-TITULO
                 WRITE REG-REPORTE           FROM WS-AVI-FECHA
                 WRITE REG-REPORTE           FROM WS-AVI-MOTIVO
                 WRITE REG-REPORTE           FROM WS-AVI-ORIGINAL
                 CLOSE REPORTE
                 DISPLAY 'REPORTE.TXT ANULADO (ORIGINAL EN '
                         'REPORTE.ANU)'
              ELSE
                 CLOSE REPORTE
                 DISPLAY 'NO SE PUDO GUARDAR REPORTE.ANU: '
                         'REPORTE.TXT QUEDA COMO ESTABA. FILE '
                         'STATUS: ' FS-REPORTE-ANU
              END-IF
           ELSE
              DISPLAY 'SIN REPORTE.TXT QUE ANULAR. FILE STATUS: '
                      FS-REPORTE
           END-IF.

       2780-ANULAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2790-COPIAR-REPORTE.

           READ REPORTE
              AT END
                 MOVE 'S'                    TO WS-SW-FIN-ARCHIVO
              NOT AT END
                 WRITE REG-REPORTE-ANULADO   FROM REG-REPORTE
           END-READ.

       2790-COPIAR-REPORTE-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * SI LA CORRIDA REVERTIDA HABIA QUEDADO A MEDIAS, SU CHECKPOINT
      * SE DESCARTA: CL11EJ01 NO DEBE REANUDAR LO QUE SE DESHIZO.
      *----------------------------------------------------------------*
       2800-DESCARTAR-CHECKPOINT.

           OPEN INPUT CHECKPOINT-FILE.
           IF FS-CHECKPOINT-OK
              READ CHECKPOINT-FILE
              CLOSE CHECKPOINT-FILE
              IF FS-CHECKPOINT-OK
                 AND CKP-ID-CORRIDA IS NUMERIC
                 AND CKP-ID-CORRIDA = WS-ID-CORRIDA
                 OPEN OUTPUT CHECKPOINT-FILE
                 IF NOT FS-CHECKPOINT-OK
                    DISPLAY 'ERROR AL LIMPIAR EL CHECKPOINT. FILE '
                            'STATUS: ' FS-CHECKPOINT
                 END-IF
                 CLOSE CHECKPOINT-FILE
                 DISPLAY 'SE DESCARTA EL CHECKPOINT DE LA CORRIDA'
              END-IF
           END-IF.

       2800-DESCARTAR-CHECKPOINT-FIN.
           EXIT.
      *----------------------------------------------------------------*
      * LA CABECERA DE LA CORRIDA QUEDA REVERTIDA, CON CUANDO, QUIEN
      * Y POR QUE.
      *----------------------------------------------------------------*
       2820-MARCAR-REVERTIDA.

           MOVE WS-ID-CORRIDA                TO DIA-ID-CORRIDA.
           MOVE 0                            TO DIA-SECUENCIA.

           READ DIARIO
              KEY IS DIA-CLAVE
              INVALID KEY
                 MOVE 'NO SE PUDO RELEER LA CABECERA DE LA CORRIDA'
                                             TO WS-MOTIVO-RECHAZO
                 MOVE 'S'                    TO WS-SW-ERROR-ARCHIVO
                 MOVE 12                     TO WS-CODIGO-RETORNO
              NOT INVALID KEY
                 MOVE 'R'                    TO DIA-COR-ESTADO
                 MOVE WS-FHS-FECHA           TO DIA-COR-FECHA-REVERSION
                 MOVE WS-FHS-HORA (1:6)      TO DIA-COR-HORA-REVERSION
                 MOVE WS-OPERADOR            TO DIA-COR-OPERADOR
                 MOVE WS-MOTIVO              TO DIA-COR-MOTIVO
                 REWRITE REG-DIARIO
                    INVALID KEY
                       MOVE SPACES           TO WS-MOTIVO-RECHAZO
                       STRING 'NO SE PUDO MARCAR LA CORRIDA COMO '
                              'REVERTIDA'
                              DELIMITED BY SIZE INTO WS-MOTIVO-RECHAZO
                       END-STRING
                       MOVE 'S'              TO WS-SW-ERROR-ARCHIVO
                       MOVE 12               TO WS-CODIGO-RETORNO
                 END-REWRITE
           END-READ.

       2820-MARCAR-REVERTIDA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2850-TEXTO-ESTADO.

           EVALUATE TRUE
               WHEN WS-CAB-EN-CURSO
                    MOVE 'EN CURSO'          TO WS-ESTADO-TEXTO
               WHEN WS-CAB-TERMINADA
                    MOVE 'TERMINADA'         TO WS-ESTADO-TEXTO
               WHEN WS-CAB-REVERTIDA
                    MOVE 'REVERTIDA'         TO WS-ESTADO-TEXTO
               WHEN OTHER
                    MOVE 'DESCONOCID'        TO WS-ESTADO-TEXTO
           END-EVALUATE.

       2850-TEXTO-ESTADO-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2870-FORMATEAR-FECHA.

           IF WS-FCV-FECHA = 0 OR WS-FCV-FECHA NOT NUMERIC
              MOVE SPACES                    TO WS-FCV-TEXTO
              MOVE SPACES                    TO WS-FCV-HORA-TEXTO
           ELSE
              MOVE WS-FCV-DIA                TO WS-FCV-TEXTO (1:2)
              MOVE '/'                       TO WS-FCV-TEXTO (3:1)
              MOVE WS-FCV-MES                TO WS-FCV-TEXTO (4:2)
              MOVE '/'                       TO WS-FCV-TEXTO (6:1)
              MOVE WS-FCV-ANIO               TO WS-FCV-TEXTO (7:4)
              MOVE WS-FCV-HORA (1:2)         TO WS-FCV-HORA-TEXTO (1:2)
              MOVE ':'                       TO WS-FCV-HORA-TEXTO (3:1)
              MOVE WS-FCV-HORA (3:2)         TO WS-FCV-HORA-TEXTO (4:2)
              MOVE ':'                       TO WS-FCV-HORA-TEXTO (6:1)
              MOVE WS-FCV-HORA (5:2)         TO WS-FCV-HORA-TEXTO (7:2)
           END-IF.

       2870-FORMATEAR-FECHA-FIN.
           EXIT.
      *----------------------------------------------------------------*
       2900-GRABAR-BITACORA.

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

           MOVE WS-ID-CORRIDA                TO WS-LOG-ID-CORRIDA.
           MOVE WS-OPERADOR                  TO WS-LOG-OPERADOR.

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

           IF WS-DIARIO-DISPONIBLE
              CLOSE DIARIO
           END-IF.

           IF WS-ARCHIVOS-ABIERTOS
              CLOSE EMPLEADOS-TOTALES
              CLOSE EMPLEADOS-MENSUAL
              CLOSE HISTORIA-DIARIA
              CLOSE HISTORIA-SUCURSAL
              CLOSE VENTAS-DETALLE
              CLOSE RECEPCION
              CLOSE HUELLAS
              CLOSE PERIODOS
           END-IF.

           IF WS-CODIGO-RETORNO NOT = 0
              DISPLAY 'CODIGO DE RETORNO: ' WS-CODIGO-RETORNO
           END-IF.

       3000-FINALIZAR-PROGRAMA-FIN.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL11RV01.
