      *                 reintento por banco) y motivo, filtrados por
      *                 el mismo rango de fechas segun su propia
      *                 fecha de resolucion.
      * 15/10/2026 GR - Se imprime el periodo liquidado de cada
      *                 corrida y los registros 'X' que agrega
      *                 CL09EJ09 al anular una corrida (corrida
      *                 anulada, fecha, periodo, legajos, importes
      *                 descontados y motivo), filtrados por su propia
      *                 fecha de anulacion.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

          05 WS-CTL-REINICIO                 PIC X(1).
      *    Modo de la corrida: blanco = normal, 'R' = reproceso de
      *    rechazos corregidos (complementaria), 'S' = aguinaldo
      *    (SAC) sobre el historico, 'F' = liquidacion final de las
      *    bajas del periodo.
          05 WS-CTL-MODO                     PIC X(1).
      *    Periodo liquidado (AAAAMM); en blanco en las corridas
      *    grabadas antes de que la cabecera lo llevara.
          05 WS-CTL-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(38).
       01 WS-CTL-ARCHIVO REDEFINES WS-CTL-REGISTRO.
          05 WS-CTL-ARCH-TIPO                PIC X(1).
          05 WS-CTL-ARCH-NRO                 PIC 9(5).
          05 WS-CTL-RCH-MOTIVO               PIC X(30).
          05 FILLER                          PIC X(51).

      * Vista del registro 'X' que agrega CL09EJ09: anulacion de una
      * corrida, con lo que se desconto del historico y el acumulado.
       01 WS-CTL-ANULACION REDEFINES WS-CTL-REGISTRO.
          05 WS-CTL-ANU-TIPO                 PIC X(1).
          05 WS-CTL-ANU-NRO                  PIC 9(5).
          05 WS-CTL-ANU-FECHA.
             10 WS-CTL-ANU-FECHA-ANIO        PIC 9(4).
             10 WS-CTL-ANU-FECHA-MES         PIC 9(2).
             10 WS-CTL-ANU-FECHA-DIA         PIC 9(2).
          05 WS-CTL-ANU-FECHA-NUM REDEFINES WS-CTL-ANU-FECHA
                                             PIC 9(8).
          05 WS-CTL-ANU-HORA                 PIC 9(6).
          05 WS-CTL-ANU-PERIODO              PIC 9(6).
          05 WS-CTL-ANU-CANT-LEGAJOS         PIC 9(7).
          05 WS-CTL-ANU-BRUTO                PIC 9(11)V9(2).
          05 WS-CTL-ANU-NETO                 PIC 9(11)V9(2).
          05 WS-CTL-ANU-APORTES              PIC 9(11)V9(2).
          05 WS-CTL-ANU-MOTIVO               PIC X(30).
          05 FILLER                          PIC X(8).

       01 WS-TITULO-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(24)
          05 FILLER                          PIC X(08)
             VALUE '  MODO: '.
          05 WS-CL1-MODO                     PIC X(1).
          05 FILLER                          PIC X(11)
             VALUE '  PERIODO: '.
          05 WS-CL1-PERIODO                  PIC X(6).

       01 WS-CORRIDA-LINEA-2.
          05 FILLER                          PIC X(03) VALUE SPACES.
             VALUE '  MOTIVO: '.
          05 WS-RB-MOTIVO                    PIC X(30).

       01 WS-ANULACION-LINEA-1.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(18)
             VALUE 'ANULACION CORRIDA '.
          05 WS-AN1-NRO                      PIC ZZZZ9.
          05 FILLER                          PIC X(08)
             VALUE '  FECHA '.
          05 WS-AN1-DIA                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-AN1-MES                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-AN1-ANIO                     PIC 9(4).
          05 FILLER                          PIC X(11)
             VALUE '  PERIODO: '.
          05 WS-AN1-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(10)
             VALUE '  MOTIVO: '.
          05 WS-AN1-MOTIVO                   PIC X(30).

       01 WS-ANULACION-LINEA-2.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 FILLER                          PIC X(09)
             VALUE 'LEGAJOS: '.
          05 WS-AN2-LEGAJOS                  PIC Z(6)9.
          05 FILLER                          PIC X(09)
             VALUE '  BRUTO: '.
          05 WS-AN2-BRUTO                    PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(11)
             VALUE '  APORTES: '.
          05 WS-AN2-APORTES                  PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(08)
             VALUE '  NETO: '.
          05 WS-AN2-NETO                     PIC $ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-CANT-RECHAZOS                   PIC 9(5) VALUE 0.
       01 WS-CANT-ANULACIONES                PIC 9(5) VALUE 0.

       01 WS-TOTAL-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(21)
             VALUE '  RECHAZOS BANCARIOS:'.
          05 WS-TOT-RECHAZOS                 PIC Z(4)9.
          05 FILLER                          PIC X(14)
             VALUE '  ANULACIONES:'.
          05 WS-TOT-ANULACIONES              PIC Z(4)9.


       PROCEDURE DIVISION.

           MOVE WS-CANT-CORRIDAS                TO WS-TOT-CANT.
           MOVE WS-CANT-RECHAZOS                TO WS-TOT-RECHAZOS.
           MOVE WS-CANT-ANULACIONES             TO WS-TOT-ANULACIONES.

           WRITE REG-INFORME                    FROM WS-TOTAL-LINEA.

                       PERFORM 2300-IMPRIMIR-RECHAZO
                          THRU 2300-IMPRIMIR-RECHAZO-EXIT
                    END-IF
      *        Los 'X' los agrega CL09EJ09 al final del archivo, igual
      *        que los 'R': se filtran por su fecha de anulacion.
               WHEN 'X'
                    IF WS-CTL-ANU-FECHA-NUM >= WS-PARM-FECHA-DESDE
                       AND WS-CTL-ANU-FECHA-NUM <= WS-PARM-FECHA-HASTA
                       PERFORM 2400-IMPRIMIR-ANULACION
                          THRU 2400-IMPRIMIR-ANULACION-EXIT
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           MOVE WS-CTL-BALANCEADO               TO WS-CL1-BALANCEADO.
           MOVE WS-CTL-REINICIO                 TO WS-CL1-REINICIO.
           MOVE WS-CTL-MODO                     TO WS-CL1-MODO.
           MOVE WS-CTL-PERIODO                  TO WS-CL1-PERIODO.

           WRITE REG-INFORME                    FROM WS-CORRIDA-LINEA-1.

       2300-IMPRIMIR-RECHAZO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2400-IMPRIMIR-ANULACION.

           ADD 1                                TO WS-CANT-ANULACIONES.

           MOVE WS-CTL-ANU-NRO                  TO WS-AN1-NRO.
           MOVE WS-CTL-ANU-FECHA-DIA            TO WS-AN1-DIA.
           MOVE WS-CTL-ANU-FECHA-MES            TO WS-AN1-MES.
           MOVE WS-CTL-ANU-FECHA-ANIO           TO WS-AN1-ANIO.
           MOVE WS-CTL-ANU-PERIODO              TO WS-AN1-PERIODO.
           MOVE WS-CTL-ANU-MOTIVO               TO WS-AN1-MOTIVO.

           WRITE REG-INFORME                  FROM WS-ANULACION-LINEA-1.

           MOVE WS-CTL-ANU-CANT-LEGAJOS         TO WS-AN2-LEGAJOS.
           MOVE WS-CTL-ANU-BRUTO                TO WS-AN2-BRUTO.
           MOVE WS-CTL-ANU-APORTES              TO WS-AN2-APORTES.
           MOVE WS-CTL-ANU-NETO                 TO WS-AN2-NETO.

           WRITE REG-INFORME                  FROM WS-ANULACION-LINEA-2.
           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ESCRIBIR EL INFORME: ' FS-INFORME
           END-IF.

       2400-IMPRIMIR-ANULACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ04.
