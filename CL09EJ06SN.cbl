      *                 la del header de PAGOS-BANCO.TXT; la que no
      *                 coincide va a revision manual, y el header
      *                 del complementario lleva la misma corrida.
      * 15/10/2026 GR - El registro del maestro suma el sindicato y el
      *                 convenio del legajo (MAE-SINDICATO,
      *                 MAE-CONVENIO) que mantiene CL09EJ03.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

          05 MAE-CUIL                       PIC 9(11).
          05 MAE-TIPO-CONTRATO              PIC X(2).
          05 MAE-OBRA-SOCIAL                PIC X(6).
          05 MAE-SINDICATO                  PIC X(4).
          05 MAE-CONVENIO                   PIC X(6).

       FD PAGOS-COMPLEMENTARIO.
       01 REG-COMPLEMENTARIO                PIC X(40).
