      *                 PIC 9(7) (con 9(5) el UNTIL > 99999 nunca
      *                 cortaba y el cotejo de faltantes y la
      *                 reconstruccion quedaban colgados).
      * 15/10/2026 GR - El registro del historico suma el numero de la
      *                 corrida que lo grabo (HIS-NRO-CORRIDA), para
      *                 la anulacion de corridas.
      * 15/10/2026 GR - El registro del maestro suma el sindicato y el
      *                 convenio del legajo (MAE-SINDICATO,
      *                 MAE-CONVENIO) que mantiene CL09EJ03.
      * 15/10/2026 GR - El registro del historico suma la indemnizacion
      *                 de la liquidacion final (HIS-NO-REMUNERATIVO,
      *                 fuera del bruto) y la parte final de un
      *                 registro mensual (HIS-FIN-*); el acumulado se
      *                 sigue reconstruyendo de HIS-BRUTO y HIS-NETO.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

          05 HIS-NOV-HABERES                PIC 9(8)V9(2).
          05 HIS-NOV-DESCUENTOS             PIC 9(8)V9(2).
          05 HIS-GANANCIAS                  PIC S9(8)V9(2).
          05 HIS-NRO-CORRIDA                PIC 9(5).
          05 HIS-NO-REMUNERATIVO            PIC 9(8)V9(2).
          05 HIS-FIN-NRO-CORRIDA            PIC 9(5).
          05 HIS-FIN-BRUTO                  PIC 9(8)V9(2).
          05 HIS-FIN-NETO                   PIC 9(8)V9(2).
          05 HIS-FIN-NOV-HABERES            PIC 9(8)V9(2).
          05 HIS-FIN-NOV-DESCUENTOS         PIC 9(8)V9(2).
          05 HIS-FIN-GANANCIAS              PIC S9(8)V9(2).

       FD ACUMULADO.
       01 ACU-REGISTRO.
          05 MAE-CUIL                       PIC 9(11).
          05 MAE-TIPO-CONTRATO              PIC X(2).
          05 MAE-OBRA-SOCIAL                PIC X(6).
          05 MAE-SINDICATO                  PIC X(4).
          05 MAE-CONVENIO                   PIC X(6).

       FD INFORME.
       01 REG-INFORME                       PIC X(132).
