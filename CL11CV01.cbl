      *          DIAS QUE SUPERAN EL UMBRAL DE DESVIO CONFIGURABLE.
      *          SALIDA: COMPARAT.TXT.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - HISTDIA.DAT con un registro por categoria
      *                    (clave fecha+categoria): se lee el registro
      *                    del dia (categoria en blanco).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11CV01.
               ASSIGN TO 'HISTDIA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               FILE STATUS IS FS-HISTORIA.

           SELECT COMPARATIVO

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

       FD COMPARATIVO.
       01 REG-COMPARATIVO                   PIC X(132).
       2400-LEER-HISTORIA.

           MOVE WS-CLAVE-BUSCADA            TO HIS-FECHA-CLAVE.
           MOVE SPACES                      TO HIS-CATEGORIA.

           READ HISTORIA-DIARIA
              KEY IS HIS-CLAVE
              INVALID KEY
                 MOVE 'N'                   TO WS-SW-DIA-ENCONTRADO
              NOT INVALID KEY
