      *          RESUELVEN CON EL REPROCESO CL11RP01. SALIDA:
      *          DEVPEND.TXT.
      * Tectonics: cobc
      * Modificaciones:
      *   15/10/2026 GR - EXCEPCIO.TXT trae al final la sucursal de
      *                    origen (173 posiciones).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CL11DV01.
       FILE SECTION.

       FD EXCEPCIONES.
       01 REG-EXCEPCION                     PIC X(173).

       FD PENDIENTES.
       01 REG-PENDIENTE                     PIC X(132).
          05 WS-EXD-REF-IMPORTE              PIC X(13).
          05 FILLER                          PIC X(03).
          05 WS-EXD-MOTIVO                   PIC X(40).
          05 FILLER                          PIC X(01).
          05 WS-EXD-SUCURSAL                 PIC X(10).

       01 WS-CONTADORES.
          05 WS-CONT-LEIDAS                  PIC 9(05) VALUE 0.
