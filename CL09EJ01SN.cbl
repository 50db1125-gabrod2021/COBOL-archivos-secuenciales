      *                 siguiente); y la vista de tramo de
      *                 GANANCIAS.TXT deja de usar REDEFINES de
      *                 nivel 01, que en FILE SECTION no es valido.
      * 15/10/2026 GR - Cada registro de HISTORICO.DAT lleva el numero
      *                 de la corrida que lo grabo, y la cabecera 'C'
      *                 de CONTROL-CORRIDAS.TXT el periodo liquidado,
      *                 para que CL09EJ09 pueda anular una corrida
      *                 entera (acumulado e historico) sin restaurar
      *                 los .DAT desde la copia de seguridad.
      * 15/10/2026 GR - Modo liquidacion final ('F' en el campo de modo
      *                 de PARAMETROS.TXT): toma del maestro los
      *                 legajos en estado de baja con MAE-FECHA-BAJA en
      *                 el periodo, busca en HISTORICO.DAT la mejor
      *                 remuneracion mensual del ultimo ano y del
      *                 semestre, y liquida SAC proporcional,
      *                 vacaciones no gozadas e indemnizacion por
      *                 antiguedad desde MAE-FECHA-ALTA. Sale por el
      *                 circuito de siempre (recibos, banco o caja,
      *                 historico, acumulado y control de corrida) y
      *                 deja en LIQUIDACION-FINAL.TXT la base
      *                 indemnizatoria y el calculo de cada concepto,
      *                 en vez de la planilla armada a mano.
      * 15/10/2026 GR - Prestamos y adelantos al personal: la corrida
      *                 lee PRESTAMOS.DAT (lo mantiene CL09EJ11) y
      *                 descuenta la cuota del periodo de cada prestamo
      *                 vigente como una novedad 'D' mas, sin cargarla
      *                 a mano en NOVEDADES.TXT. El saldo baja recien
      *                 al grabar la fila, con los controles de la
      *                 corrida ya aprobados, y cada cuota queda en
      *                 PRESTAMOS-CUOTAS.DAT con la corrida que la
      *                 tomo. La liquidacion final recupera el saldo
      *                 completo del prestamo de un legajo de baja.
      * 15/10/2026 GR - Registro de licencias LICENCIAS.DAT (lo
      *                 mantiene CL09EJ12): cada legajo cuyos dias
      *                 trabajados mas las licencias registradas del
      *                 periodo no dan los dias calendario del mes
      *                 (desde el alta si ingreso en el mes) se marca
      *                 por consola sin frenar el pago; cada licencia
      *                 sin goce del periodo se descuenta sola como
      *                 una novedad 'D' por dias (un treintavo del
      *                 bruto por dia); y la liquidacion final resta
      *                 de las vacaciones proporcionales las ya
      *                 gozadas en el ano de la baja.
      * 15/10/2026 GR - El registro del maestro suma el sindicato y el
      *                 convenio del legajo (MAE-SINDICATO,
      *                 MAE-CONVENIO) que mantiene CL09EJ03.
      * 15/10/2026 GR - La licencia sin goce ya no es una novedad 'D':
      *                 rebaja un treintavo del sueldo base por dia
      *                 (2025) antes de calcular el neto, y los dias
      *                 pagos no pasan de los del periodo menos los de
      *                 la licencia. La liquidacion final guarda sus
      *                 importes en campos propios del historico
      *                 (HIS-FIN-...) sin pisar la corrida mensual del
      *                 periodo; no vuelve a tomar las filas de su
      *                 propia corrida al relanzarse ni liquida dos
      *                 veces al mismo legajo. La indemnizacion va
      *                 aparte como importe no remunerativo
      *                 (HIS-NO-REMUNERATIVO), fuera del bruto, de
      *                 los haberes de novedades y del acumulado.
      * 15/10/2026 GR - La liquidacion final de un legajo ya pagado en
      *                 el mes por la corrida mensual no vuelve a
      *                 aplicar NOVEDADES.TXT (solo el saldo de sus
      *                 prestamos). El control de dias del periodo
      *                 corta tambien en la baja dentro del mes.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

      * Detalle de la liquidacion final: por legajo dado de baja, la
      * antiguedad, la base indemnizatoria y el calculo de cada
      * concepto pagado, para que legales pueda defender el importe.
       SELECT LIQ-FINAL
           ASSIGN TO 'LIQUIDACION-FINAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LIQ-FINAL.

      * Prestamos y adelantos al personal (los mantiene CL09EJ11): la
      * corrida descuenta la cuota del periodo de cada prestamo
      * vigente y le baja el saldo una vez aprobados los controles.
       SELECT PRESTAMOS
           ASSIGN TO 'PRESTAMOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FS-PRESTAMOS.

      * Cuotas tomadas de cada prestamo, una por descuento (corrida
      * mensual, liquidacion final o pago anticipado); es la cuenta
      * corriente que imprime el informe de saldos de CL09EJ11.
       SELECT CUOTAS
           ASSIGN TO 'PRESTAMOS-CUOTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

      * Registro de licencias por legajo y rango de fechas (lo
      * mantiene CL09EJ12): la corrida controla contra el los dias
      * trabajados, descuenta la licencia sin goce del periodo y la
      * liquidacion final toma de aca las vacaciones ya gozadas.
       SELECT LICENCIAS
           ASSIGN TO 'LICENCIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIC-CLAVE
           FILE STATUS IS FS-LICENCIAS.

       DATA DIVISION.

       FILE SECTION.
          05 PARM-TOLERANCIA-RECHAZOS        PIC 9(3).
      *    Modo de corrida: blanco = liquidacion normal, 'R' =
      *    reproceso de RECHAZOS-CORREGIDOS.TXT (complementaria),
      *    'S' = aguinaldo (SAC) sobre el historico, 'F' = liquidacion
      *    final de los legajos dados de baja en el periodo.
          05 PARM-MODO                       PIC X(1).
      *    Periodo liquidado en AAAAMM; en blanco rige el mes de la
      *    fecha de corrida. En modo aguinaldo indica el semestre
      *    (mes 01 a 06 = primero, 07 a 12 = segundo); en liquidacion
      *    final, el mes de MAE-FECHA-BAJA de los legajos a liquidar.
          05 PARM-PERIODO                    PIC 9(6).
      *    Porcentaje de variacion de neto contra el mes anterior a
      *    partir del cual la auditoria marca el legajo (000 a 100);
      *    Retencion de ganancias del periodo, con signo: negativa
      *    cuando el recalculo acumulado devolvio al legajo.
          05 HIS-GANANCIAS                  PIC S9(8)V9(2).
      *    Corrida que grabo el registro: la anulacion (CL09EJ09)
      *    borra solo los registros de la corrida anulada y resta del
      *    acumulado exactamente lo que esa corrida sumo.
          05 HIS-NRO-CORRIDA                PIC 9(5).
      *    Indemnizacion de la liquidacion final: no remunerativa,
      *    no integra HIS-BRUTO ni la base de aportes y ganancias.
          05 HIS-NO-REMUNERATIVO            PIC 9(8)V9(2).
      *    Parte de liquidacion final del registro (CL09EJ01 modo F):
      *    cuando la baja cae en un mes ya liquidado se suma al mismo
      *    registro, que conserva la corrida mensual en HIS-NRO-
      *    CORRIDA; estos campos guardan solo lo que sumo la corrida
      *    final para que CL09EJ09 pueda anular una sin la otra.
          05 HIS-FIN-NRO-CORRIDA            PIC 9(5).
          05 HIS-FIN-BRUTO                  PIC 9(8)V9(2).
          05 HIS-FIN-NETO                   PIC 9(8)V9(2).
          05 HIS-FIN-NOV-HABERES            PIC 9(8)V9(2).
          05 HIS-FIN-NOV-DESCUENTOS         PIC 9(8)V9(2).
          05 HIS-FIN-GANANCIAS              PIC S9(8)V9(2).

       FD CONTROL-CORRIDAS.
       01 REG-CONTROL                        PIC X(110).
          05 MAE-CUIL                       PIC 9(11).
          05 MAE-TIPO-CONTRATO              PIC X(2).
          05 MAE-OBRA-SOCIAL                PIC X(6).
          05 MAE-SINDICATO                  PIC X(4).
          05 MAE-CONVENIO                   PIC X(6).

       FD LIQ-FINAL.
       01 REG-LIQ-FINAL                      PIC X(132).

      * Prestamo o adelanto: el saldo es lo que falta descontar (las
      * cuotas pactadas, o el capital si no se pacto importe de
      * cuota). El sello de ultimo periodo/corrida evita tomar dos
      * cuotas en el mismo mes y hace idempotente un relanzamiento.
       FD PRESTAMOS.
       01 PRE-REGISTRO.
          05 PRE-CLAVE.
             10 PRE-LEGAJO                  PIC 9(5).
             10 PRE-NRO                     PIC 9(3).
          05 PRE-TIPO                       PIC X(1).
             88 PRE-TIPO-PRESTAMO           VALUE 'P'.
             88 PRE-TIPO-ADELANTO           VALUE 'A'.
          05 PRE-FECHA-ALTA                 PIC 9(8).
          05 PRE-PERIODO-INICIO             PIC 9(6).
          05 PRE-CAPITAL                    PIC 9(8)V9(2).
          05 PRE-CANT-CUOTAS                PIC 9(3).
          05 PRE-IMP-CUOTA                  PIC 9(8)V9(2).
          05 PRE-CUOTAS-PAGADAS             PIC 9(3).
          05 PRE-SALDO                      PIC 9(8)V9(2).
          05 PRE-ESTADO                     PIC X(1).
             88 PRE-ESTADO-VIGENTE          VALUE 'V'.
             88 PRE-ESTADO-TERMINADO        VALUE 'T'.
             88 PRE-ESTADO-PRECANCELADO     VALUE 'P'.
             88 PRE-ESTADO-ANULADO          VALUE 'C'.
          05 PRE-ULTIMO-PERIODO             PIC 9(6).
          05 PRE-ULTIMA-CORRIDA             PIC 9(5).
          05 PRE-ULTIMA-CUOTA-IMP           PIC 9(8)V9(2).
          05 PRE-CANT-MOVIMIENTOS           PIC 9(3).
          05 PRE-FECHA-CIERRE               PIC 9(8).

      * Una cuota tomada (o el pago anticipado del saldo), numerada
      * por prestamo; la anulacion de una corrida (CL09EJ09) borra
      * las de esa corrida y le devuelve el importe al saldo.
       FD CUOTAS.
       01 CUO-REGISTRO.
          05 CUO-CLAVE.
             10 CUO-LEGAJO                  PIC 9(5).
             10 CUO-NRO                     PIC 9(3).
             10 CUO-SECUENCIA               PIC 9(3).
          05 CUO-ORIGEN                     PIC X(1).
             88 CUO-ORIGEN-MENSUAL          VALUE 'L'.
             88 CUO-ORIGEN-FINAL            VALUE 'F'.
             88 CUO-ORIGEN-ANTICIPADO       VALUE 'P'.
          05 CUO-PERIODO                    PIC 9(6).
          05 CUO-NRO-CUOTA                  PIC 9(3).
          05 CUO-IMPORTE                    PIC 9(8)V9(2).
          05 CUO-SALDO                      PIC 9(8)V9(2).
          05 CUO-NRO-CORRIDA                PIC 9(5).
          05 CUO-FECHA                      PIC 9(8).

      * Una licencia: legajo, primer y ultimo dia (inclusive), tipo
      * y dias corridos que abarca.
       FD LICENCIAS.
       01 LIC-REGISTRO.
          05 LIC-CLAVE.
             10 LIC-LEGAJO                  PIC 9(5).
             10 LIC-FECHA-DESDE             PIC 9(8).
          05 LIC-FECHA-HASTA                PIC 9(8).
          05 LIC-TIPO                       PIC X(1).
             88 LIC-TIPO-VACACIONES         VALUE 'V'.
             88 LIC-TIPO-ENFERMEDAD         VALUE 'E'.
             88 LIC-TIPO-SIN-GOCE           VALUE 'S'.
             88 LIC-TIPO-OTRA               VALUE 'O'.
          05 LIC-DIAS                       PIC 9(3).
          05 LIC-FECHA-CARGA                PIC 9(8).
          05 LIC-OBSERVACION                PIC X(30).

      * Registro del ordenamiento: una fila del detalle aceptado con
      * los componentes del neto ya calculados; las claves del SORT
          05 SW-NOV-HABERES                 PIC 9(8)V9(2).
          05 SW-NOV-DESCUENTOS              PIC 9(8)V9(2).
          05 SW-IMP-GANANCIAS               PIC S9(8)V9(2).
          05 SW-NO-REMUNERATIVO             PIC 9(8)V9(2).

       WORKING-STORAGE SECTION.

             88 FS-PAGOS-BANCO-OK             VALUE '00'.
          05 FS-PAGOS-CAJA                    PIC X(2).
             88 FS-PAGOS-CAJA-OK              VALUE '00'.
          05 FS-LIQ-FINAL                     PIC X(2).
             88 FS-LIQ-FINAL-OK               VALUE '00'.
          05 FS-PRESTAMOS                     PIC X(2).
             88 FS-PRESTAMOS-OK               VALUE '00'.
             88 FS-PRESTAMOS-NFD              VALUE '35'.
          05 FS-CUOTAS                        PIC X(2).
             88 FS-CUOTAS-OK                  VALUE '00'.
             88 FS-CUOTAS-NFD                 VALUE '35'.
          05 FS-LICENCIAS                     PIC X(2).
             88 FS-LICENCIAS-OK               VALUE '00'.
             88 FS-LICENCIAS-NFD              VALUE '35'.

       01 WS-ENTRADA-EOF                     PIC X(1).
          88 WS-ENTRADA-EOF-YES              VALUE 'Y'.

      * Modo de la corrida: la liquidacion normal lee SUELDOS.TXT (o
      * ARCHIVOS.TXT); el reproceso toma RECHAZOS-CORREGIDOS.TXT y
      * emite una complementaria de la corrida original; el aguinaldo
      * y la liquidacion final arman su detalle desde el historico.
       01 WS-PARM-MODO                       PIC X(1) VALUE SPACE.
          88 WS-MODO-NORMAL                  VALUE SPACE.
          88 WS-MODO-REPROCESO               VALUE 'R'.
          88 WS-MODO-SAC                     VALUE 'S'.
          88 WS-MODO-FINAL                   VALUE 'F'.

      * Periodo que se esta liquidando (clave del historico y titulo
      * de los recibos); si PARAMETROS.TXT no lo trae, se arma con el
      *    mas 1 truncaba a cero y el barrido no terminaba nunca.
       01 WS-SAC-LEGAJO                      PIC 9(7) VALUE 0.
       01 WS-SAC-CANT-LEGAJOS                PIC 9(5) VALUE 0.
       01 WS-SAC-IMP-MES                     PIC 9(8)V9(2) VALUE 0.

      * Liquidacion final: barrido del maestro en busca de las bajas
      * del periodo y campos de trabajo del calculo de cada legajo.
      * Las fechas del maestro vienen en AAAAMMDD; los dias se
      * cuentan por mes comercial de 30, como la planilla de RRHH.
       01 WS-MAESTRO-EOF                     PIC X(1) VALUE 'N'.
          88 WS-MAESTRO-EOF-YES              VALUE 'Y'.
       01 WS-BAJ-FECHA-BAJA.
          05 WS-BAJ-FB-ANIO                  PIC 9(4).
          05 WS-BAJ-FB-MES                   PIC 9(2).
          05 WS-BAJ-FB-DIA                   PIC 9(2).
       01 WS-BAJ-FECHA-BAJA-NUM REDEFINES WS-BAJ-FECHA-BAJA
                                             PIC 9(8).
       01 WS-BAJ-FECHA-ALTA.
          05 WS-BAJ-FA-ANIO                  PIC 9(4).
          05 WS-BAJ-FA-MES                   PIC 9(2).
          05 WS-BAJ-FA-DIA                   PIC 9(2).
       01 WS-BAJ-FECHA-ALTA-NUM REDEFINES WS-BAJ-FECHA-ALTA
                                             PIC 9(8).
       01 WS-BAJ-PERIODO-BAJA                PIC 9(6) VALUE 0.
      *    Periodo del historico que se esta leyendo al buscar la
      *    mejor remuneracion (se recorre hacia atras desde el mes de
      *    la baja) y primer periodo del semestre de la baja.
       01 WS-BAJ-PER-LEIDO.
          05 WS-BAJ-PL-ANIO                  PIC 9(4).
          05 WS-BAJ-PL-MES                   PIC 9(2).
       01 WS-BAJ-PER-LEIDO-NUM REDEFINES WS-BAJ-PER-LEIDO
                                             PIC 9(6).
       01 WS-BAJ-SEM-DESDE                   PIC 9(6) VALUE 0.
       01 WS-BAJ-SEM-MES-INICIO              PIC 9(2) VALUE 0.
       01 WS-BAJ-MES-IDX                     PIC 9(2) VALUE 0.
       01 WS-BAJ-MESES-CON-HIST              PIC 9(2) VALUE 0.
       01 WS-BAJ-MESES-ANTIG                 PIC S9(4) VALUE 0.
       01 WS-BAJ-DIA-BAJA                    PIC 9(2) VALUE 0.
       01 WS-BAJ-DIA-ALTA                    PIC 9(2) VALUE 0.
       01 WS-BAJ-DIAS-TRABAJO                PIC S9(4) VALUE 0.
       01 WS-BAJ-IMP-REMUNERATIVO            PIC 9(8)V9(2) VALUE 0.
       01 WS-BAJ-IMP-MES                     PIC 9(8)V9(2) VALUE 0.
       01 WS-BAJ-CANT-LEGAJOS                PIC 9(5) VALUE 0.
       01 WS-BAJ-CANT-FUSIONADOS             PIC 9(5) VALUE 0.
       01 WS-BAJ-CANT-DETALLE                PIC 9(5) VALUE 0.

      * Escala de vacaciones anuales por antiguedad (anos cumplidos a
      * la fecha de baja): hasta 5 anos, hasta 10, hasta 20 y mas.
       01 WS-VAC-DIAS-HASTA-5                PIC 9(2) VALUE 14.
       01 WS-VAC-DIAS-HASTA-10               PIC 9(2) VALUE 21.
       01 WS-VAC-DIAS-HASTA-20               PIC 9(2) VALUE 28.
       01 WS-VAC-DIAS-MAS-20                 PIC 9(2) VALUE 35.
      *    Divisor del valor dia de vacaciones sobre la remuneracion
      *    mensual.
       01 WS-VAC-DIVISOR-DIA                 PIC 9(2) VALUE 25.

      * Calculo de la liquidacion final por legajo, directo por numero
      * de legajo como el vector del aguinaldo: lo arma la fase de
      * entrada y lo consultan el recibo, el detalle de
      * LIQUIDACION-FINAL.TXT y la grabacion del historico. La marca
      * de fusion indica que el legajo ya tenia registro del periodo
      * en el historico (la corrida mensual lo pago antes de la baja)
      * y la liquidacion final se le suma en vez de pisarlo; 'L'
      * indica que ese registro ya tiene la liquidacion final de otra
      * corrida.
       01 WS-TABLA-FINAL.
          05 WS-FIN-ENTRY OCCURS 99999 TIMES.
             10 WS-FIN-FUSIONA               PIC X(1).
             10 WS-FIN-FECHA-ALTA            PIC 9(8).
             10 WS-FIN-FECHA-BAJA            PIC 9(8).
             10 WS-FIN-ANIOS                 PIC 9(2).
             10 WS-FIN-MESES                 PIC 9(2).
             10 WS-FIN-ANIOS-INDEM           PIC 9(2).
             10 WS-FIN-MEJOR                 PIC 9(8)V9(2).
             10 WS-FIN-PER-MEJOR             PIC 9(6).
             10 WS-FIN-MEJOR-SEM             PIC 9(8)V9(2).
             10 WS-FIN-DIAS-SEM              PIC 9(3).
             10 WS-FIN-VAC-ANUAL             PIC 9(2).
             10 WS-FIN-DIAS-ANIO             PIC 9(3).
             10 WS-FIN-DIAS-VAC              PIC 9(2).
             10 WS-FIN-VAC-PROPORCIONAL      PIC 9(2).
             10 WS-FIN-VAC-GOZADAS           PIC 9(3).
             10 WS-FIN-SAC                   PIC 9(8)V9(2).
             10 WS-FIN-VACACIONES            PIC 9(8)V9(2).
             10 WS-FIN-INDEMNIZACION         PIC 9(8)V9(2).

      * Totales del detalle de LIQUIDACION-FINAL.TXT.
       01 WS-FIN-TOT-SAC                     PIC 9(11)V9(2) VALUE 0.
       01 WS-FIN-TOT-VACACIONES              PIC 9(11)V9(2) VALUE 0.
       01 WS-FIN-TOT-INDEMNIZACION           PIC 9(11)V9(2) VALUE 0.
       01 WS-FIN-TOT-NETO                    PIC 9(11)V9(2) VALUE 0.

       01 WS-FECHA-EDITADA.
          05 WS-FE-DIA                       PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '/'.
          05 WS-FE-MES                       PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '/'.
          05 WS-FE-ANIO                      PIC 9(4).

       01 WS-LF-TITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(37) VALUE
             'LIQUIDACION FINAL POR BAJA - PERIODO '.
          05 WS-LFT-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(12)
             VALUE '   CORRIDA: '.
          05 WS-LFT-CORRIDA                  PIC ZZZZ9.
          05 FILLER                          PIC X(10)
             VALUE '   FECHA: '.
          05 WS-LFT-FECHA                    PIC X(10).

       01 WS-LF-SEPARADOR                    PIC X(100) VALUE ALL '-'.

       01 WS-LF-LEGAJO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(08) VALUE 'LEGAJO: '.
          05 WS-LFL-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-LFL-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LFL-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(09)
             VALUE '  DEPTO: '.
          05 WS-LFL-DEPTO                    PIC X(04).
          05 FILLER                          PIC X(08)
             VALUE '  ALTA: '.
          05 WS-LFL-ALTA                     PIC X(10).
          05 FILLER                          PIC X(08)
             VALUE '  BAJA: '.
          05 WS-LFL-BAJA                     PIC X(10).

       01 WS-LF-ANTIGUEDAD.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 FILLER                          PIC X(12)
             VALUE 'ANTIGUEDAD: '.
          05 WS-LFA-ANIOS                    PIC Z9.
          05 FILLER                          PIC X(06) VALUE ' ANOS '.
          05 WS-LFA-MESES                    PIC Z9.
          05 FILLER                          PIC X(09)
             VALUE ' MESES - '.
          05 FILLER                          PIC X(31)
             VALUE 'ANOS COMPUTABLES INDEMNIZACION:'.
          05 WS-LFA-ANIOS-INDEM              PIC ZZ9.
          05 FILLER                          PIC X(23)
             VALUE ' - VACACIONES DEL ANO: '.
          05 WS-LFA-VAC-ANUAL                PIC Z9.
          05 FILLER                          PIC X(05) VALUE ' DIAS'.

       01 WS-LF-BASE.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE 'MEJOR REMUNERACION MENSUAL ULTIMO ANO: '.
          05 WS-LFB-MEJOR                    PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(10)
             VALUE ' PERIODO: '.
          05 WS-LFB-PER-MEJOR                PIC 9(6).
          05 FILLER                          PIC X(22)
             VALUE ' - MEJOR DEL SEMESTRE:'.
          05 WS-LFB-MEJOR-SEM                PIC $ZZZ.ZZZ.ZZ9,99.

      * Linea concepto / cantidad / base de calculo / importe; se
      * reutiliza para cada concepto pagado y cada descuento.
       01 WS-LF-ITEM.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-LFI-CONCEPTO                 PIC X(30).
          05 WS-LFI-CANT                     PIC ZZ9.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LFI-BASE                     PIC X(34).
          05 WS-LFI-IMPORTE                  PIC $ZZZ.ZZZ.ZZ9,99.

      * Vacaciones del ano ya gozadas segun el registro de licencias.
       01 WS-LF-GOZADAS.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 FILLER                          PIC X(29)
             VALUE 'VACACIONES PROPORCIONALES:  '.
          05 WS-LFG-PROPORCIONAL             PIC Z9.
          05 FILLER                          PIC X(40)
             VALUE ' DIAS - GOZADAS EN EL ANO (LICENCIAS):  '.
          05 WS-LFG-GOZADAS                  PIC ZZ9.
          05 FILLER                          PIC X(05) VALUE ' DIAS'.

       01 WS-LF-TOTAL-1.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(30)
             VALUE 'LEGAJOS CON LIQUIDACION FINAL:'.
          05 WS-LFT1-CANT                    PIC ZZZZ9.
          05 FILLER                          PIC X(14)
             VALUE '   TOTAL NETO:'.
          05 WS-LFT1-NETO                    PIC $ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LF-TOTAL-2.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(05) VALUE 'SAC: '.
          05 WS-LFT2-SAC                     PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(15)
             VALUE '   VACACIONES: '.
          05 WS-LFT2-VACACIONES              PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(20)
             VALUE '   INDEMNIZACIONES: '.
          05 WS-LFT2-INDEMNIZACION           PIC $ZZ.ZZZ.ZZZ.ZZ9,99.

      * Codigo de retorno de la corrida para el planificador: 12
      * trailer desbalanceado, 10 trailer ausente, 08 rechazos sobre
          05 WS-CTL-BALANCEADO               PIC X(1).
          05 WS-CTL-REINICIO                 PIC X(1).
          05 WS-CTL-MODO                     PIC X(1).
      *    Periodo liquidado (AAAAMM): la anulacion de la corrida lo
      *    toma de aca para saber que registros del historico borrar.
          05 WS-CTL-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(38).
       01 WS-CTL-ARCHIVO REDEFINES WS-CTL-REGISTRO.
          05 WS-CTL-ARCH-TIPO                PIC X(1).
          05 WS-CTL-ARCH-NRO                 PIC 9(5).
             10 WS-NOV-CONCEPTO              PIC X(4).
             10 WS-NOV-DESCRIPCION           PIC X(20).
             10 WS-NOV-TIPO                  PIC X(1).
      *          'I' importe, 'P' porcentaje del bruto.
             10 WS-NOV-CLASE                 PIC X(1).
             10 WS-NOV-VALOR                 PIC 9(8)V9(2).
      *          Numero de prestamo de PRESTAMOS.DAT cuando la
      *          novedad es la cuota de un prestamo; cero para las
      *          de NOVEDADES.TXT.
             10 WS-NOV-PRESTAMO-NRO          PIC 9(3).
       01 WS-NOV-IDX                          PIC 9(4) VALUE 0.
       01 WS-NOVEDADES-DISPONIBLES            PIC X(1) VALUE 'N'.
          88 WS-NOVEDADES-DISPONIBLES-SI      VALUE 'S'.
          88 WS-NOVEDADES-DISPONIBLES-NO      VALUE 'N'.
       01 WS-CANT-NOV-INVALIDAS               PIC 9(5) VALUE 0.

      * Prestamos y adelantos: cada prestamo vigente con cuota en el
      * periodo entra a la tabla de novedades como un descuento por
      * importe (concepto PRES o ADEL); sin PRESTAMOS.DAT la corrida
      * sigue como antes de tener prestamos.
       01 WS-PRESTAMOS-EOF                    PIC X(1) VALUE 'N'.
          88 WS-PRESTAMOS-EOF-YES             VALUE 'Y'.
       01 WS-PRESTAMOS-DISPONIBLES            PIC X(1) VALUE 'N'.
          88 WS-PRESTAMOS-DISPONIBLES-SI      VALUE 'S'.
          88 WS-PRESTAMOS-DISPONIBLES-NO      VALUE 'N'.
       01 WS-PRE-IMP-CUOTA                    PIC 9(8)V9(2) VALUE 0.
       01 WS-PRE-CANT-CARGADAS                PIC 9(5) VALUE 0.
       01 WS-PRE-CANT-TOMADAS                 PIC 9(5) VALUE 0.
       01 WS-PRE-IMP-TOMADO                   PIC 9(9)V9(2) VALUE 0.
       01 WS-PRE-CANT-TERMINADOS              PIC 9(5) VALUE 0.
       01 WS-PRE-CANT-BAJAS                   PIC 9(5) VALUE 0.
       01 WS-PRE-DESCRIPCION.
          05 WS-PDE-TEXTO                     PIC X(6).
          05 WS-PDE-CLASE                     PIC X(7).
          05 WS-PDE-CUOTA                     PIC 9(3).
          05 FILLER                           PIC X(1) VALUE '/'.
          05 WS-PDE-TOTAL                     PIC 9(3).

      * Registro de licencias: sin LICENCIAS.DAT la corrida no
      * controla los dias trabajados ni descuenta licencias, como
      * antes de tener el registro.
       01 WS-LICENCIAS-DISPONIBLES            PIC X(1) VALUE 'N'.
          88 WS-LICENCIAS-DISPONIBLES-SI      VALUE 'S'.
          88 WS-LICENCIAS-DISPONIBLES-NO      VALUE 'N'.
       01 WS-LIC-BUSQUEDA                     PIC X(1) VALUE 'N'.
          88 WS-LIC-BUSQUEDA-FIN              VALUE 'S'.
          88 WS-LIC-BUSQUEDA-SIGUE            VALUE 'N'.
      *    Primer y ultimo dia del periodo liquidado, y ventana de
      *    fechas contra la que se recorta cada licencia al contarla.
       01 WS-LIC-DIAS-MES                     PIC 9(2) VALUE 0.
       01 WS-LIC-PER-DESDE                    PIC 9(8) VALUE 0.
       01 WS-LIC-PER-HASTA                    PIC 9(8) VALUE 0.
       01 WS-LIC-VENT-DESDE                   PIC 9(8) VALUE 0.
       01 WS-LIC-VENT-HASTA                   PIC 9(8) VALUE 0.
       01 WS-LIC-DIAS-ESPERADOS               PIC 9(2) VALUE 0.
       01 WS-LIC-DIAS-LEGAJO                  PIC 9(3) VALUE 0.
      *    Dias de licencia sin goce del legajo en el periodo (tope
      *    treinta) y su importe, que 2025 descuenta del sueldo base
      *    antes de calcular el neto.
       01 WS-LIC-DIAS-SIN-GOCE                PIC 9(3) VALUE 0.
       01 WS-LIC-IMP-SIN-GOCE                 PIC 9(8)V9(2) VALUE 0.
       01 WS-LIC-CANT-SIN-GOCE                PIC 9(5) VALUE 0.
       01 WS-LIC-CANT-DESCUADRES              PIC 9(5) VALUE 0.

      * Conteo de dias corridos entre dos fechas AAAAMMDD, ambas
      * inclusive, mes por mes con el largo real de cada mes
      * (1960-CONTAR-DIAS); 1970-DIAS-DEL-MES da el largo del mes.
       01 WS-CD-DESDE                         PIC 9(8) VALUE 0.
       01 WS-CD-DESDE-R REDEFINES WS-CD-DESDE.
          05 WS-CDD-ANIO                      PIC 9(4).
          05 WS-CDD-MES                       PIC 9(2).
          05 WS-CDD-DIA                       PIC 9(2).
       01 WS-CD-HASTA                         PIC 9(8) VALUE 0.
       01 WS-CD-HASTA-R REDEFINES WS-CD-HASTA.
          05 WS-CDH-ANIO                      PIC 9(4).
          05 WS-CDH-MES                       PIC 9(2).
          05 WS-CDH-DIA                       PIC 9(2).
       01 WS-CD-DIAS                          PIC 9(5) VALUE 0.
       01 WS-CD-MES-INICIAL                   PIC 9(6) VALUE 0.
       01 WS-CD-MES-FINAL                     PIC 9(6) VALUE 0.
       01 WS-CD-MES-ACTUAL                    PIC 9(6) VALUE 0.
       01 WS-CD-MES-ACTUAL-R REDEFINES WS-CD-MES-ACTUAL.
          05 WS-CDM-ANIO                      PIC 9(4).
          05 WS-CDM-MES                       PIC 9(2).
       01 WS-CD-PRIMER-DIA                    PIC 9(2) VALUE 0.
       01 WS-CD-ULTIMO-DIA                    PIC 9(2) VALUE 0.
       01 WS-DM-ANIO                          PIC 9(4) VALUE 0.
       01 WS-DM-MES                           PIC 9(2) VALUE 0.
       01 WS-DM-DIAS                          PIC 9(2) VALUE 0.
       01 WS-DM-COCIENTE                      PIC 9(4) VALUE 0.
       01 WS-DM-RESTO-4                       PIC 9(4) VALUE 0.
       01 WS-DM-RESTO-100                     PIC 9(4) VALUE 0.
       01 WS-DM-RESTO-400                     PIC 9(4) VALUE 0.

      * Escala de ganancias vigente, cargada de GANANCIAS.TXT al
      * iniciar la corrida: deduccion personal mensual y tramos
      * anuales (limite superior, impuesto fijo al pie y alicuota

      *    El aguinaldo no lee SUELDOS.TXT: arma su detalle desde el
      *    historico permanente y sigue por el mismo circuito de
      *    salida (listado, recibos, banco y control de corrida). La
      *    liquidacion final tampoco: sus legajos salen de las bajas
      *    del maestro y sus importes del historico.
           EVALUATE TRUE
               WHEN WS-MODO-SAC
                    PERFORM 0800-PROCESAR-SAC
                       THRU 0800-PROCESAR-SAC-EXIT
               WHEN WS-MODO-FINAL
                    PERFORM 0860-PROCESAR-FINAL
                       THRU 0860-PROCESAR-FINAL-EXIT
               WHEN OTHER
                    PERFORM 0700-PROCESAR-LISTA-ARCHIVOS
                       THRU 0700-PROCESAR-LISTA-ARCHIVOS-EXIT
                      VARYING WS-LISTA-IDX FROM 1 BY 1
                        UNTIL WS-LISTA-IDX > WS-LISTA-ARCHIVOS-CANT
           END-EVALUATE.

      *    La pata de ausentes de la auditoria necesita el lote
      *    completo ya consolidado: recien aca se sabe que legajos
              GO TO 0500-LEER-LISTA-ARCHIVOS-EXIT
           END-IF.

      *    La liquidacion final toma los legajos del maestro y los
      *    importes del historico: esas son sus dos fuentes.
           IF WS-MODO-FINAL
              ADD 1                       TO WS-LISTA-ARCHIVOS-CANT
              MOVE 'MAESTRO.DAT'
                 TO WS-LISTA-ARCHIVOS-PATH(WS-LISTA-ARCHIVOS-CANT)
              ADD 1                       TO WS-LISTA-ARCHIVOS-CANT
              MOVE 'HISTORICO.DAT'
                 TO WS-LISTA-ARCHIVOS-PATH(WS-LISTA-ARCHIVOS-CANT)
              GO TO 0500-LEER-LISTA-ARCHIVOS-EXIT
           END-IF.

           OPEN INPUT ARCHIVOS-LISTA.

           IF FS-ARCHIVOS-LISTA-OK
                          TO WS-NOV-CLASE(WS-NOVEDADES-CANT)
                       MOVE NOV-VALOR
                          TO WS-NOV-VALOR(WS-NOVEDADES-CANT)
                       MOVE 0
                          TO WS-NOV-PRESTAMO-NRO(WS-NOVEDADES-CANT)
                    ELSE
                       ADD 1                 TO WS-NOVEDADES-EXCEDIDAS
                       IF WS-NOVEDADES-EXCEDIDAS = 1
       0580-LEER-UNA-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    PRESTAMOS.DAT se recorre completo al iniciar la corrida: la
      *    cuota de cada prestamo vigente entra a la tabla como una
      *    novedad 'D' por importe, asi el neto, el recibo y el
      *    historico la tratan igual que a cualquier descuento. El
      *    archivo queda abierto para bajar el saldo al grabar cada
      *    fila (3634), cuando los controles ya aprobaron la corrida.
      *    Sin PRESTAMOS.DAT no hay cuotas que descontar.
       0585-CARGAR-PRESTAMOS.

           OPEN I-O PRESTAMOS.

           EVALUATE TRUE
               WHEN FS-PRESTAMOS-OK
                    SET WS-PRESTAMOS-DISPONIBLES-SI TO TRUE
               WHEN FS-PRESTAMOS-NFD
                    SET WS-PRESTAMOS-DISPONIBLES-NO TO TRUE
               WHEN OTHER
                    SET WS-PRESTAMOS-DISPONIBLES-NO TO TRUE
                    DISPLAY 'ERROR AL ABRIR PRESTAMOS: ' FS-PRESTAMOS
           END-EVALUATE.

           IF WS-PRESTAMOS-DISPONIBLES-NO
              GO TO 0585-CARGAR-PRESTAMOS-EXIT
           END-IF.

      *    La cuenta de cuotas puede no existir todavia (ningun
      *    prestamo tuvo cuota aun); se crea vacia, como el historico.
           OPEN I-O CUOTAS.

           IF FS-CUOTAS-NFD
              OPEN OUTPUT CUOTAS
              CLOSE CUOTAS
              OPEN I-O CUOTAS
           END-IF.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-CUOTAS: ' FS-CUOTAS
                 ' - LA CORRIDA NO DESCUENTA CUOTAS DE PRESTAMOS'
              CLOSE PRESTAMOS
              SET WS-PRESTAMOS-DISPONIBLES-NO   TO TRUE
              GO TO 0585-CARGAR-PRESTAMOS-EXIT
           END-IF.

           PERFORM 0586-LEER-UN-PRESTAMO
              THRU 0586-LEER-UN-PRESTAMO-EXIT
             UNTIL WS-PRESTAMOS-EOF-YES.

           IF WS-PRE-CANT-CARGADAS > 0
              SET WS-NOVEDADES-DISPONIBLES-SI   TO TRUE
           END-IF.

           IF WS-PRE-CANT-BAJAS > 0
              DISPLAY 'ATENCION: ' WS-PRE-CANT-BAJAS
                 ' PRESTAMO(S) VIGENTES DE LEGAJOS DADOS DE BAJA - '
                 'RECUPERAR EN LA LIQUIDACION FINAL'
           END-IF.

       0585-CARGAR-PRESTAMOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Una cuota por prestamo vigente y por periodo: la cuota
      *    pactada, o el saldo si queda menos. Un prestamo al que otra
      *    corrida ya le tomo la cuota del mes (la mensual, ante una
      *    complementaria) no se vuelve a descontar; si la que se la
      *    tomo es esta misma corrida (relanzamiento tras una caida en
      *    la impresion) se repite el mismo importe, para que el
      *    recibo reimpreso coincida y 3634 no la aplique dos veces.
      *    La liquidacion final descuenta el saldo completo, aunque el
      *    prestamo no haya empezado a descontarse.
       0586-LEER-UN-PRESTAMO.

           READ PRESTAMOS NEXT RECORD
              AT END
                 SET WS-PRESTAMOS-EOF-YES       TO TRUE
                 GO TO 0586-LEER-UN-PRESTAMO-EXIT
           END-READ.

           IF NOT FS-PRESTAMOS-OK
              DISPLAY 'ERROR AL LEER PRESTAMOS: ' FS-PRESTAMOS
              SET WS-PRESTAMOS-EOF-YES          TO TRUE
              GO TO 0586-LEER-UN-PRESTAMO-EXIT
           END-IF.

           IF PRE-ULTIMO-PERIODO = WS-PERIODO-PROCESO-NUM
              AND PRE-ULTIMA-CORRIDA = WS-NRO-CORRIDA
              MOVE PRE-ULTIMA-CUOTA-IMP         TO WS-PRE-IMP-CUOTA
              MOVE PRE-CUOTAS-PAGADAS           TO WS-PDE-CUOTA
              GO TO 0586-LEER-UN-PRESTAMO-SIGUE
           END-IF.

           IF NOT PRE-ESTADO-VIGENTE
              OR PRE-SALDO = 0
              GO TO 0586-LEER-UN-PRESTAMO-EXIT
           END-IF.

      *    Prestamo vigente de un legajo que ya no esta activo: se
      *    avisa para que la liquidacion final lo recupere.
           IF WS-MAESTRO-DISPONIBLE-SI
              AND NOT WS-MODO-FINAL
              MOVE PRE-LEGAJO                   TO MAE-LEGAJO
              READ MAESTRO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF MAE-ESTADO-BAJA
                       ADD 1                    TO WS-PRE-CANT-BAJAS
                       DISPLAY 'ATENCION: LEGAJO ' PRE-LEGAJO
                          ' DADO DE BAJA CON EL PRESTAMO ' PRE-NRO
                          ' VIGENTE - SALDO ' PRE-SALDO
                    END-IF
              END-READ
           END-IF.

           IF WS-MODO-FINAL
              MOVE PRE-SALDO                    TO WS-PRE-IMP-CUOTA
              COMPUTE WS-PDE-CUOTA = PRE-CUOTAS-PAGADAS + 1
              GO TO 0586-LEER-UN-PRESTAMO-SIGUE
           END-IF.

           IF PRE-PERIODO-INICIO > WS-PERIODO-PROCESO-NUM
              OR PRE-ULTIMO-PERIODO = WS-PERIODO-PROCESO-NUM
              GO TO 0586-LEER-UN-PRESTAMO-EXIT
           END-IF.

           IF PRE-IMP-CUOTA > PRE-SALDO
              OR PRE-IMP-CUOTA = 0
              MOVE PRE-SALDO                    TO WS-PRE-IMP-CUOTA
           ELSE
              MOVE PRE-IMP-CUOTA                TO WS-PRE-IMP-CUOTA
           END-IF.

           COMPUTE WS-PDE-CUOTA = PRE-CUOTAS-PAGADAS + 1.

       0586-LEER-UN-PRESTAMO-SIGUE.

           IF WS-NOVEDADES-CANT NOT < WS-NOVEDADES-MAX
              ADD 1                    TO WS-NOVEDADES-EXCEDIDAS
              DISPLAY 'ATENCION: TABLA DE NOVEDADES LLENA - NO SE '
                 'DESCUENTA LA CUOTA DEL PRESTAMO ' PRE-NRO
                 ' DEL LEGAJO ' PRE-LEGAJO
              GO TO 0586-LEER-UN-PRESTAMO-EXIT
           END-IF.

           IF WS-MODO-FINAL
              MOVE 'SALDO'                      TO WS-PDE-TEXTO
           ELSE
              MOVE 'CUOTA'                      TO WS-PDE-TEXTO
           END-IF.

           MOVE PRE-CANT-CUOTAS                 TO WS-PDE-TOTAL.

           ADD 1                                TO WS-NOVEDADES-CANT.
           MOVE PRE-LEGAJO     TO WS-NOV-LEGAJO(WS-NOVEDADES-CANT).

           IF PRE-TIPO-ADELANTO
              MOVE 'ADEL'      TO WS-NOV-CONCEPTO(WS-NOVEDADES-CANT)
              MOVE 'ADEL.'                      TO WS-PDE-CLASE
           ELSE
              MOVE 'PRES'      TO WS-NOV-CONCEPTO(WS-NOVEDADES-CANT)
              MOVE 'PREST.'                     TO WS-PDE-CLASE
           END-IF.

           MOVE WS-PRE-DESCRIPCION
                          TO WS-NOV-DESCRIPCION(WS-NOVEDADES-CANT).
           MOVE 'D'            TO WS-NOV-TIPO(WS-NOVEDADES-CANT).
           MOVE 'I'            TO WS-NOV-CLASE(WS-NOVEDADES-CANT).
           MOVE WS-PRE-IMP-CUOTA
                          TO WS-NOV-VALOR(WS-NOVEDADES-CANT).
           MOVE PRE-NRO
                          TO WS-NOV-PRESTAMO-NRO(WS-NOVEDADES-CANT).

           ADD 1                                TO WS-PRE-CANT-CARGADAS.

       0586-LEER-UN-PRESTAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    LICENCIAS.DAT queda abierto toda la corrida: 1840 lo consulta
      *    por legajo al validar cada registro y la liquidacion final
      *    por las vacaciones gozadas; las licencias sin goce que 1840
      *    encuentra en el periodo rebajan el sueldo base del legajo
      *    (2025). Sin el archivo no hay nada que controlar ni
      *    descontar.
       0587-CARGAR-LICENCIAS.

           OPEN INPUT LICENCIAS.

           EVALUATE TRUE
               WHEN FS-LICENCIAS-OK
                    SET WS-LICENCIAS-DISPONIBLES-SI TO TRUE
               WHEN FS-LICENCIAS-NFD
                    SET WS-LICENCIAS-DISPONIBLES-NO TO TRUE
                    DISPLAY 'ATENCION: NO EXISTE LICENCIAS.DAT - NO SE '
                       'CONTROLAN LOS DIAS TRABAJADOS'
               WHEN OTHER
                    SET WS-LICENCIAS-DISPONIBLES-NO TO TRUE
                    DISPLAY 'ERROR AL ABRIR LICENCIAS: ' FS-LICENCIAS
           END-EVALUATE.

           IF WS-LICENCIAS-DISPONIBLES-NO
              GO TO 0587-CARGAR-LICENCIAS-EXIT
           END-IF.

           MOVE WS-PP-ANIO                      TO WS-DM-ANIO.
           MOVE WS-PP-MES                       TO WS-DM-MES.

           PERFORM 1970-DIAS-DEL-MES
              THRU 1970-DIAS-DEL-MES-EXIT.

           MOVE WS-DM-DIAS                      TO WS-LIC-DIAS-MES.
           COMPUTE WS-LIC-PER-DESDE = WS-PERIODO-PROCESO-NUM * 100 + 1.
           COMPUTE WS-LIC-PER-HASTA =
              WS-PERIODO-PROCESO-NUM * 100 + WS-LIC-DIAS-MES.

       0587-CARGAR-LICENCIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    GANANCIAS.TXT trae una o mas escalas, cada una como un
      *    registro 'V' (vigencia y deduccion personal mensual)
      *    seguido de sus registros 'T' (tramos anuales en orden
              MOVE 'RECHAZOS-AGUINALDO.TXT'  TO WS-RECHAZOS-PATH
           END-IF.

           IF WS-MODO-FINAL
              MOVE 'RECHAZOS-FINAL.TXT'      TO WS-RECHAZOS-PATH
           END-IF.

           OPEN OUTPUT LISTADO.
           OPEN OUTPUT RECHAZOS.

                 THRU 0590-CARGAR-GANANCIAS-EXIT
           END-IF.

      *    Las cuotas de prestamos se suman a la tabla de novedades
      *    despues de NOVEDADES.TXT; tampoco corresponden al
      *    aguinaldo.
           IF NOT WS-MODO-SAC
              PERFORM 0585-CARGAR-PRESTAMOS
                 THRU 0585-CARGAR-PRESTAMOS-EXIT
           END-IF.

      *    El registro de licencias tampoco hace al aguinaldo: la
      *    corrida mensual controla con el los dias y descuenta la
      *    licencia sin goce del sueldo base; la liquidacion final
      *    solo lo consulta por las vacaciones.
           IF NOT WS-MODO-SAC
              PERFORM 0587-CARGAR-LICENCIAS
                 THRU 0587-CARGAR-LICENCIAS-EXIT
           END-IF.

      *    La auditoria de variaciones pertenece a la corrida mensual:
      *    el aguinaldo no es comparable mes a mes y el reproceso
      *    liquida rechazos sueltos de una corrida ya auditada.
              DISPLAY 'ERROR AL ABRIR ASIENTOS: ' FS-ASIENTOS
           END-IF.

      *    El detalle de calculo de la liquidacion final solo lo emite
      *    ese modo; una corrida mensual no lo pisa.
           IF WS-MODO-FINAL
              OPEN OUTPUT LIQ-FINAL

              IF FS-LIQ-FINAL-OK
                 MOVE WS-PERIODO-PROCESO-NUM TO WS-LFT-PERIODO
                 MOVE WS-NRO-CORRIDA         TO WS-LFT-CORRIDA
                 MOVE WS-FECHA-LISTADO       TO WS-LFT-FECHA
                 WRITE REG-LIQ-FINAL         FROM WS-LF-TITULO
              ELSE
                 DISPLAY 'ERROR AL ABRIR LIQUIDACION-FINAL: '
                    FS-LIQ-FINAL
              END-IF
           END-IF.

       0600-INICIAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    semestre: la entrada conserva el mes ganador hasta que
      *    otro periodo lo supere. Los importes del vector solo se
      *    leen con la marca puesta, asi que no hace falta
      *    inicializarlo entero. La remuneracion del mes no incluye
      *    la parte de liquidacion final del registro (HIS-FIN-*).
       0840-ACUMULAR-SAC.

           IF HIS-LEGAJO = 0
              GO TO 0840-ACUMULAR-SAC-SIGUE
           END-IF.

           COMPUTE WS-SAC-IMP-MES = HIS-BRUTO - HIS-FIN-BRUTO.

           IF WS-SAC-MARCA(HIS-LEGAJO) = SPACE
              ADD 1                             TO WS-SAC-CANT-LEGAJOS
              MOVE 'S'                   TO WS-SAC-MARCA(HIS-LEGAJO)
              MOVE WS-SAC-IMP-MES        TO WS-SAC-BRUTO(HIS-LEGAJO)
              MOVE HIS-NOMBRE            TO WS-SAC-NOMBRE(HIS-LEGAJO)
              MOVE HIS-APELLIDO        TO WS-SAC-APELLIDO(HIS-LEGAJO)
              MOVE HIS-DEPTO             TO WS-SAC-DEPTO(HIS-LEGAJO)
              MOVE HIS-DIAS              TO WS-SAC-DIAS(HIS-LEGAJO)
           ELSE
              IF WS-SAC-IMP-MES > WS-SAC-BRUTO(HIS-LEGAJO)
                 MOVE WS-SAC-IMP-MES     TO WS-SAC-BRUTO(HIS-LEGAJO)
                 MOVE HIS-NOMBRE         TO WS-SAC-NOMBRE(HIS-LEGAJO)
                 MOVE HIS-APELLIDO     TO WS-SAC-APELLIDO(HIS-LEGAJO)
                 MOVE HIS-DEPTO          TO WS-SAC-DEPTO(HIS-LEGAJO)
           PERFORM 1900-CALCULAR-NETO
              THRU 1900-CALCULAR-NETO-EXIT.

           MOVE WS-SAC-DEPTO(WS-SAC-LEGAJO)     TO SW-DEPTO.
           MOVE WS-SAC-APELLIDO(WS-SAC-LEGAJO)  TO SW-APELLIDO.
           MOVE WS-SAC-LEGAJO                   TO SW-ID.
           MOVE WS-SAC-NOMBRE(WS-SAC-LEGAJO)    TO SW-NOMBRE.
           MOVE WS-SAC-DIAS(WS-SAC-LEGAJO)      TO SW-DIAS.
           MOVE WS-CALC-SUELDO-BASE             TO SW-SUELDO.
           MOVE WS-IMP-NETO                     TO SW-NETO.
           MOVE 0                               TO SW-ORIGEN.
           MOVE WS-IMP-JUBILACION               TO SW-IMP-JUBILACION.
           MOVE WS-IMP-OBRA-SOCIAL              TO SW-IMP-OBRA-SOCIAL.
           MOVE 0                               TO SW-NOV-HABERES.
           MOVE 0                               TO SW-NOV-DESCUENTOS.
           MOVE 0                               TO SW-IMP-GANANCIAS.
           MOVE 0                               TO SW-NO-REMUNERATIVO.

           RELEASE SW-REGISTRO.

           ADD 1                       TO WS-ENTRADA-CANT-REG.
           ADD WS-CALC-SUELDO-BASE     TO WS-ENTRADA-IMP-TOTAL.
           ADD WS-CALC-SUELDO-BASE     TO WS-ENTRADA-IMP-TOTAL-BRUTO.
           ADD WS-IMP-NETO             TO WS-ENTRADA-IMP-TOTAL-NETO.

       0850-LIQUIDAR-SAC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Modo liquidacion final: barre el maestro completo y liquida
      *    cada legajo en estado de baja cuya MAE-FECHA-BAJA cae en el
      *    periodo pedido (y dentro del rango de legajos de
      *    PARAMETROS.TXT, para poder liquidar una baja puntual). Los
      *    importes salen del historico; el resto del circuito es el
      *    de la corrida mensual.
       0860-PROCESAR-FINAL.

           IF WS-MAESTRO-DISPONIBLE-NO
              DISPLAY 'SIN MAESTRO.DAT NO HAY BAJAS QUE LIQUIDAR'
              GO TO 0860-PROCESAR-FINAL-EXIT
           END-IF.

           MOVE 0                               TO MAE-LEGAJO.

           START MAESTRO KEY NOT LESS THAN MAE-LEGAJO
              INVALID KEY
                 SET WS-MAESTRO-EOF-YES         TO TRUE
           END-START.

           IF NOT WS-MAESTRO-EOF-YES
              PERFORM 0862-LEER-MAESTRO
                 THRU 0862-LEER-MAESTRO-EXIT

              PERFORM 0864-EVALUAR-BAJA
                 THRU 0864-EVALUAR-BAJA-EXIT
                UNTIL WS-MAESTRO-EOF-YES
           END-IF.

           IF WS-BAJ-CANT-LEGAJOS = 0
              DISPLAY 'SIN BAJAS EN EL MAESTRO PARA EL PERIODO '
                 WS-PERIODO-PROCESO-NUM
           END-IF.

       0860-PROCESAR-FINAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       0862-LEER-MAESTRO.

           READ MAESTRO NEXT
              AT END
                 SET WS-MAESTRO-EOF-YES         TO TRUE
           END-READ.

           IF WS-MAESTRO-EOF-YES
              CONTINUE
           ELSE
              IF NOT FS-MAESTRO-OK
                 SET WS-MAESTRO-EOF-YES         TO TRUE
                 DISPLAY 'ERROR AL LEER EL MAESTRO: ' FS-MAESTRO
              END-IF
           END-IF.

       0862-LEER-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       0864-EVALUAR-BAJA.

           IF NOT MAE-ESTADO-BAJA
              OR MAE-LEGAJO = 0
              GO TO 0864-EVALUAR-BAJA-SIGUE
           END-IF.

           COMPUTE WS-BAJ-PERIODO-BAJA = MAE-FECHA-BAJA / 100.

           IF WS-BAJ-PERIODO-BAJA NOT = WS-PERIODO-PROCESO-NUM
              GO TO 0864-EVALUAR-BAJA-SIGUE
           END-IF.

           IF MAE-LEGAJO < WS-PARM-DESDE-EMPLEADO
              OR MAE-LEGAJO > WS-PARM-HASTA-EMPLEADO
              ADD 1                       TO WS-ENTRADA-CANT-FUERA-RANGO
              GO TO 0864-EVALUAR-BAJA-SIGUE
           END-IF.

      *    Cada baja del periodo cuenta como registro leido, se
      *    liquide o se rechace, para que el control de rechazos
      *    contra la tolerancia funcione igual que en la mensual.
           ADD 1                                TO WS-ENTRADA-CANT-REG.
           ADD 1                                TO WS-BAJ-CANT-LEGAJOS.

           PERFORM 0870-LIQUIDAR-FINAL
              THRU 0870-LIQUIDAR-FINAL-EXIT.

       0864-EVALUAR-BAJA-SIGUE.

           PERFORM 0862-LEER-MAESTRO
              THRU 0862-LEER-MAESTRO-EXIT.

       0864-EVALUAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Liquidacion final de la baja leida del maestro:
      *    - base: mejor remuneracion mensual (HIS-BRUTO) de los doce
      *      meses del historico que terminan en el mes de la baja;
      *      para el SAC, la mejor de ese mismo semestre;
      *    - SAC proporcional: la mitad de la mejor del semestre por
      *      los dias trabajados del semestre sobre 180;
      *    - vacaciones no gozadas: los dias anuales que corresponden
      *      por antiguedad, en proporcion a los dias trabajados del
      *      ano sobre 360, valuados a la mejor remuneracion sobre 25;
      *    - indemnizacion: la mejor remuneracion por cada ano de
      *      antiguedad desde MAE-FECHA-ALTA, y uno mas por una
      *      fraccion de mas de tres meses.
      *    SAC y vacaciones son remunerativos y pasan por el calculo
      *    de siempre (aportes, novedades y ganancias); la
      *    indemnizacion no lleva aportes ni retencion: se suma al
      *    neto y viaja aparte como importe no remunerativo, fuera
      *    del bruto, del acumulado y de la base de ganancias.
       0870-LIQUIDAR-FINAL.

           MOVE MAE-FECHA-BAJA                 TO WS-BAJ-FECHA-BAJA-NUM.
           MOVE MAE-FECHA-ALTA                 TO WS-BAJ-FECHA-ALTA-NUM.

           MOVE WS-BAJ-FB-DIA                   TO WS-BAJ-DIA-BAJA.
           IF WS-BAJ-DIA-BAJA > 30
              MOVE 30                           TO WS-BAJ-DIA-BAJA
           END-IF.

           MOVE WS-BAJ-FA-DIA                   TO WS-BAJ-DIA-ALTA.
           IF WS-BAJ-DIA-ALTA > 30
              MOVE 30                           TO WS-BAJ-DIA-ALTA
           END-IF.

           MOVE SPACE                TO WS-FIN-FUSIONA(MAE-LEGAJO).
           MOVE MAE-FECHA-ALTA       TO WS-FIN-FECHA-ALTA(MAE-LEGAJO).
           MOVE MAE-FECHA-BAJA       TO WS-FIN-FECHA-BAJA(MAE-LEGAJO).
           MOVE 0                    TO WS-FIN-MEJOR(MAE-LEGAJO).
           MOVE 0                    TO WS-FIN-PER-MEJOR(MAE-LEGAJO).
           MOVE 0                    TO WS-FIN-MEJOR-SEM(MAE-LEGAJO).

           IF WS-BAJ-FB-MES < 07
              MOVE 01                           TO WS-BAJ-SEM-MES-INICIO
           ELSE
              MOVE 07                           TO WS-BAJ-SEM-MES-INICIO
           END-IF.

           COMPUTE WS-BAJ-SEM-DESDE =
              WS-BAJ-FB-ANIO * 100 + WS-BAJ-SEM-MES-INICIO.

           MOVE 0                              TO WS-BAJ-MESES-CON-HIST.
           MOVE WS-BAJ-PERIODO-BAJA             TO WS-BAJ-PER-LEIDO-NUM.

           PERFORM 0875-LEER-MES-HISTORICO
              THRU 0875-LEER-MES-HISTORICO-EXIT
             VARYING WS-BAJ-MES-IDX FROM 1 BY 1
               UNTIL WS-BAJ-MES-IDX > 12.

           IF WS-FIN-FUSIONA(MAE-LEGAJO) = 'L'
              MOVE 'LIQUIDACION FINAL YA HECHA EN EL PERIODO'
                                                 TO WS-RCH-MOTIVO
              PERFORM 0890-RECHAZAR-BAJA
                 THRU 0890-RECHAZAR-BAJA-EXIT
              GO TO 0870-LIQUIDAR-FINAL-EXIT
           END-IF.

           IF WS-BAJ-MESES-CON-HIST = 0
              MOVE 'SIN HISTORICO EN LOS ULTIMOS 12 MESES'
                                                 TO WS-RCH-MOTIVO
              PERFORM 0890-RECHAZAR-BAJA
                 THRU 0890-RECHAZAR-BAJA-EXIT
              GO TO 0870-LIQUIDAR-FINAL-EXIT
           END-IF.

      *    Antiguedad en meses cumplidos entre el alta y la baja.
           COMPUTE WS-BAJ-MESES-ANTIG =
              (WS-BAJ-FB-ANIO - WS-BAJ-FA-ANIO) * 12
              + WS-BAJ-FB-MES - WS-BAJ-FA-MES.

           IF WS-BAJ-FB-DIA < WS-BAJ-FA-DIA
              SUBTRACT 1                      FROM WS-BAJ-MESES-ANTIG
           END-IF.

           IF WS-BAJ-MESES-ANTIG < 0
              MOVE 'FECHA DE ALTA POSTERIOR A LA BAJA'
                                                 TO WS-RCH-MOTIVO
              PERFORM 0890-RECHAZAR-BAJA
                 THRU 0890-RECHAZAR-BAJA-EXIT
              GO TO 0870-LIQUIDAR-FINAL-EXIT
           END-IF.

           DIVIDE WS-BAJ-MESES-ANTIG BY 12
              GIVING WS-FIN-ANIOS(MAE-LEGAJO)
              REMAINDER WS-FIN-MESES(MAE-LEGAJO).

           MOVE WS-FIN-ANIOS(MAE-LEGAJO)
                                   TO WS-FIN-ANIOS-INDEM(MAE-LEGAJO).

           IF WS-FIN-MESES(MAE-LEGAJO) > 3
              ADD 1                TO WS-FIN-ANIOS-INDEM(MAE-LEGAJO)
           END-IF.

      *    Dias trabajados del semestre: desde el alta si ingreso
      *    dentro del semestre, si no desde el primer dia del
      *    semestre, hasta el dia de la baja inclusive.
           IF WS-BAJ-FECHA-ALTA-NUM >= WS-BAJ-SEM-DESDE * 100 + 01
              COMPUTE WS-BAJ-DIAS-TRABAJO =
                 (WS-BAJ-FB-MES - WS-BAJ-FA-MES) * 30
                 + WS-BAJ-DIA-BAJA - WS-BAJ-DIA-ALTA + 1
           ELSE
              COMPUTE WS-BAJ-DIAS-TRABAJO =
                 (WS-BAJ-FB-MES - WS-BAJ-SEM-MES-INICIO) * 30
                 + WS-BAJ-DIA-BAJA
           END-IF.

           IF WS-BAJ-DIAS-TRABAJO < 0
              MOVE 0                            TO WS-BAJ-DIAS-TRABAJO
           END-IF.

           IF WS-BAJ-DIAS-TRABAJO > 180
              MOVE 180                          TO WS-BAJ-DIAS-TRABAJO
           END-IF.

           MOVE WS-BAJ-DIAS-TRABAJO   TO WS-FIN-DIAS-SEM(MAE-LEGAJO).

           COMPUTE WS-FIN-SAC(MAE-LEGAJO) ROUNDED =
              WS-FIN-MEJOR-SEM(MAE-LEGAJO)
              * WS-FIN-DIAS-SEM(MAE-LEGAJO) / 360.

      *    Vacaciones anuales segun los anos cumplidos a la baja.
           EVALUATE TRUE
               WHEN WS-FIN-ANIOS(MAE-LEGAJO) < 5
                    MOVE WS-VAC-DIAS-HASTA-5
                                     TO WS-FIN-VAC-ANUAL(MAE-LEGAJO)
               WHEN WS-FIN-ANIOS(MAE-LEGAJO) < 10
                    MOVE WS-VAC-DIAS-HASTA-10
                                     TO WS-FIN-VAC-ANUAL(MAE-LEGAJO)
               WHEN WS-FIN-ANIOS(MAE-LEGAJO) < 20
                    MOVE WS-VAC-DIAS-HASTA-20
                                     TO WS-FIN-VAC-ANUAL(MAE-LEGAJO)
               WHEN OTHER
                    MOVE WS-VAC-DIAS-MAS-20
                                     TO WS-FIN-VAC-ANUAL(MAE-LEGAJO)
           END-EVALUATE.

      *    Dias trabajados del ano calendario de la baja, con el
      *    mismo criterio que los del semestre.
           IF WS-BAJ-FECHA-ALTA-NUM >= WS-BAJ-FB-ANIO * 10000 + 0101
              COMPUTE WS-BAJ-DIAS-TRABAJO =
                 (WS-BAJ-FB-MES - WS-BAJ-FA-MES) * 30
                 + WS-BAJ-DIA-BAJA - WS-BAJ-DIA-ALTA + 1
           ELSE
              COMPUTE WS-BAJ-DIAS-TRABAJO =
                 (WS-BAJ-FB-MES - 1) * 30 + WS-BAJ-DIA-BAJA
           END-IF.

           IF WS-BAJ-DIAS-TRABAJO < 0
              MOVE 0                            TO WS-BAJ-DIAS-TRABAJO
           END-IF.

           IF WS-BAJ-DIAS-TRABAJO > 360
              MOVE 360                          TO WS-BAJ-DIAS-TRABAJO
           END-IF.

           MOVE WS-BAJ-DIAS-TRABAJO  TO WS-FIN-DIAS-ANIO(MAE-LEGAJO).

           COMPUTE WS-FIN-DIAS-VAC(MAE-LEGAJO) ROUNDED =
              WS-FIN-VAC-ANUAL(MAE-LEGAJO)
              * WS-FIN-DIAS-ANIO(MAE-LEGAJO) / 360.

      *    De los dias proporcionales se restan las vacaciones ya
      *    gozadas en el ano de la baja segun el registro de
      *    licencias; solo se pagan las que quedan.
           MOVE WS-FIN-DIAS-VAC(MAE-LEGAJO)
                              TO WS-FIN-VAC-PROPORCIONAL(MAE-LEGAJO).
           MOVE 0                    TO WS-FIN-VAC-GOZADAS(MAE-LEGAJO).

           IF WS-LICENCIAS-DISPONIBLES-SI
              PERFORM 0880-VACACIONES-GOZADAS
                 THRU 0880-VACACIONES-GOZADAS-EXIT
           END-IF.

           IF WS-FIN-VAC-GOZADAS(MAE-LEGAJO)
                              NOT < WS-FIN-DIAS-VAC(MAE-LEGAJO)
              MOVE 0                    TO WS-FIN-DIAS-VAC(MAE-LEGAJO)
           ELSE
              SUBTRACT WS-FIN-VAC-GOZADAS(MAE-LEGAJO)
                                      FROM WS-FIN-DIAS-VAC(MAE-LEGAJO)
           END-IF.

           COMPUTE WS-FIN-VACACIONES(MAE-LEGAJO) ROUNDED =
              WS-FIN-MEJOR(MAE-LEGAJO)
              * WS-FIN-DIAS-VAC(MAE-LEGAJO) / WS-VAC-DIVISOR-DIA.

           COMPUTE WS-FIN-INDEMNIZACION(MAE-LEGAJO) ROUNDED =
              WS-FIN-MEJOR(MAE-LEGAJO)
              * WS-FIN-ANIOS-INDEM(MAE-LEGAJO).

           COMPUTE WS-BAJ-IMP-REMUNERATIVO =
              WS-FIN-SAC(MAE-LEGAJO) + WS-FIN-VACACIONES(MAE-LEGAJO).

           MOVE WS-BAJ-IMP-REMUNERATIVO         TO WS-CALC-SUELDO-BASE.
           MOVE MAE-LEGAJO                      TO WS-CALC-LEGAJO.

           PERFORM 1900-CALCULAR-NETO
              THRU 1900-CALCULAR-NETO-EXIT.

           COMPUTE WS-CALC-NETO-TRABAJO =
              WS-CALC-NETO-TRABAJO + WS-FIN-INDEMNIZACION(MAE-LEGAJO).

           IF WS-CALC-NETO-TRABAJO < 0
              MOVE 'DESCUENTOS SUPERAN BRUTO MAS HABERES'
                                                 TO WS-RCH-MOTIVO
              PERFORM 0890-RECHAZAR-BAJA
                 THRU 0890-RECHAZAR-BAJA-EXIT
              GO TO 0870-LIQUIDAR-FINAL-EXIT
           END-IF.

           MOVE WS-CALC-NETO-TRABAJO            TO WS-IMP-NETO.

      *    Si la corrida mensual ya pago el mes antes de aplicarse la
      *    baja, el registro del historico de este periodo existe: la
      *    liquidacion final se le suma (ver 3638) y se avisa.
           IF WS-FIN-FUSIONA(MAE-LEGAJO) = 'S'
              ADD 1                          TO WS-BAJ-CANT-FUSIONADOS
              DISPLAY 'ATENCION: LEGAJO ' MAE-LEGAJO ' YA LIQUIDADO '
                 'EN EL PERIODO - LA LIQUIDACION FINAL SE SUMA A SU '
                 'REGISTRO DEL HISTORICO'
           END-IF.

           MOVE MAE-DEPTO                       TO SW-DEPTO.
           MOVE MAE-APELLIDO                    TO SW-APELLIDO.
           MOVE MAE-LEGAJO                      TO SW-ID.
           MOVE MAE-NOMBRE                      TO SW-NOMBRE.
           MOVE WS-BAJ-DIA-BAJA                 TO SW-DIAS.
           MOVE WS-CALC-SUELDO-BASE             TO SW-SUELDO.
           MOVE WS-IMP-NETO                     TO SW-NETO.
           MOVE 0                               TO SW-ORIGEN.
           MOVE WS-IMP-JUBILACION               TO SW-IMP-JUBILACION.
           MOVE WS-IMP-OBRA-SOCIAL              TO SW-IMP-OBRA-SOCIAL.
           MOVE WS-IMP-NOV-HABERES              TO SW-NOV-HABERES.
           MOVE WS-IMP-NOV-DESCUENTOS           TO SW-NOV-DESCUENTOS.
           MOVE WS-IMP-GANANCIAS                TO SW-IMP-GANANCIAS.
           MOVE WS-FIN-INDEMNIZACION(MAE-LEGAJO)
                                                TO SW-NO-REMUNERATIVO.

           RELEASE SW-REGISTRO.

           ADD WS-CALC-SUELDO-BASE     TO WS-ENTRADA-IMP-TOTAL.
           ADD WS-CALC-SUELDO-BASE     TO WS-ENTRADA-IMP-TOTAL-BRUTO.
           ADD WS-IMP-NETO             TO WS-ENTRADA-IMP-TOTAL-NETO.

       0870-LIQUIDAR-FINAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Un mes de los doce que terminan en el de la baja: guarda la
      *    mejor remuneracion del ano y la del semestre, marca si el
      *    propio periodo ya esta en el historico y retrocede un mes.
      *    Solo cuenta la remuneracion mensual del registro: el
      *    registro que grabo esta misma corrida (relanzada) se
      *    ignora, y de uno fusionado se descuenta la parte final.
      *    Un periodo con la parte final de otra corrida queda
      *    marcado 'L' (legajo ya liquidado) y 0870 lo rechaza.
       0875-LEER-MES-HISTORICO.

           MOVE WS-BAJ-PER-LEIDO-NUM            TO HIS-PERIODO.
           MOVE MAE-LEGAJO                      TO HIS-LEGAJO.

           READ HISTORICO
              INVALID KEY
                 GO TO 0875-LEER-MES-SIGUE
           END-READ.

           IF HIS-NRO-CORRIDA = WS-NRO-CORRIDA
              GO TO 0875-LEER-MES-SIGUE
           END-IF.

           ADD 1                             TO WS-BAJ-MESES-CON-HIST.
           COMPUTE WS-BAJ-IMP-MES = HIS-BRUTO - HIS-FIN-BRUTO.

           IF WS-BAJ-IMP-MES > WS-FIN-MEJOR(MAE-LEGAJO)
              MOVE WS-BAJ-IMP-MES       TO WS-FIN-MEJOR(MAE-LEGAJO)
              MOVE HIS-PERIODO      TO WS-FIN-PER-MEJOR(MAE-LEGAJO)
           END-IF.

           IF HIS-PERIODO >= WS-BAJ-SEM-DESDE
              AND WS-BAJ-IMP-MES > WS-FIN-MEJOR-SEM(MAE-LEGAJO)
              MOVE WS-BAJ-IMP-MES   TO WS-FIN-MEJOR-SEM(MAE-LEGAJO)
           END-IF.

           IF HIS-PERIODO = WS-PERIODO-PROCESO-NUM
              IF HIS-FIN-NRO-CORRIDA = 0
                 OR HIS-FIN-NRO-CORRIDA = WS-NRO-CORRIDA
                 MOVE 'S'               TO WS-FIN-FUSIONA(MAE-LEGAJO)
              ELSE
                 MOVE 'L'               TO WS-FIN-FUSIONA(MAE-LEGAJO)
              END-IF
           END-IF.

       0875-LEER-MES-SIGUE.

           IF WS-BAJ-PL-MES = 01
              SUBTRACT 1                        FROM WS-BAJ-PL-ANIO
              MOVE 12                           TO WS-BAJ-PL-MES
           ELSE
              SUBTRACT 1                        FROM WS-BAJ-PL-MES
           END-IF.

       0875-LEER-MES-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Dias de vacaciones registrados para la baja entre el 1ro de
      *    enero del ano de la baja y la fecha de baja.
       0880-VACACIONES-GOZADAS.

           COMPUTE WS-LIC-VENT-DESDE = WS-BAJ-FB-ANIO * 10000 + 0101.
           MOVE WS-BAJ-FECHA-BAJA-NUM           TO WS-LIC-VENT-HASTA.

           MOVE MAE-LEGAJO                      TO LIC-LEGAJO.
           MOVE 0                               TO LIC-FECHA-DESDE.
           SET WS-LIC-BUSQUEDA-SIGUE            TO TRUE.

           START LICENCIAS KEY IS NOT LESS THAN LIC-CLAVE
              INVALID KEY
                 SET WS-LIC-BUSQUEDA-FIN        TO TRUE
           END-START.

           PERFORM 0882-SUMAR-VACACION
              THRU 0882-SUMAR-VACACION-EXIT
             UNTIL WS-LIC-BUSQUEDA-FIN.

       0880-VACACIONES-GOZADAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       0882-SUMAR-VACACION.

           READ LICENCIAS NEXT RECORD
              AT END
                 SET WS-LIC-BUSQUEDA-FIN        TO TRUE
                 GO TO 0882-SUMAR-VACACION-EXIT
           END-READ.

           IF LIC-LEGAJO NOT = MAE-LEGAJO
              OR LIC-FECHA-DESDE > WS-LIC-VENT-HASTA
              SET WS-LIC-BUSQUEDA-FIN           TO TRUE
              GO TO 0882-SUMAR-VACACION-EXIT
           END-IF.

           IF NOT LIC-TIPO-VACACIONES
              OR LIC-FECHA-HASTA < WS-LIC-VENT-DESDE
              GO TO 0882-SUMAR-VACACION-EXIT
           END-IF.

           PERFORM 1845-DIAS-EN-VENTANA
              THRU 1845-DIAS-EN-VENTANA-EXIT.

           ADD WS-CD-DIAS            TO WS-FIN-VAC-GOZADAS(MAE-LEGAJO).

       0882-SUMAR-VACACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    La baja que no se puede liquidar va a RECHAZOS-FINAL.TXT
      *    con el mismo layout de siempre, armado con los datos del
      *    maestro (el motivo lo carga el llamador).
       0890-RECHAZAR-BAJA.

           MOVE MAE-LEGAJO                      TO ENT-ID-EMPLEADO.
           MOVE MAE-NOMBRE                      TO ENT-NOMBRE.
           MOVE MAE-APELLIDO                    TO ENT-APELLIDO.
           MOVE WS-BAJ-DIA-BAJA                 TO ENT-DIAS-TRABAJADO.
           MOVE 0                               TO ENT-SUELDO.
           MOVE MAE-DEPTO                       TO ENT-DEPTO.
           MOVE 'MAESTRO.DAT'           TO WS-ENTRADA-PATH-ACTUAL.

           PERFORM 1850-RECHAZAR-REGISTRO
              THRU 1850-RECHAZAR-REGISTRO-EXIT.

       0890-RECHAZAR-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1000-ABRIR-ARCHIVO.
                             MOVE PARM-MODO TO WS-PARM-MODO
                        WHEN 'S'
                             MOVE PARM-MODO TO WS-PARM-MODO
                        WHEN 'F'
                             MOVE PARM-MODO TO WS-PARM-MODO
                        WHEN OTHER
                             MOVE SPACE     TO WS-PARM-MODO
                    END-EVALUATE
              MOVE 'BASE AGUINALDO'    TO WS-RECIBO-CONCEPTO-BASE
           END-IF.

      *    La liquidacion final tampoco es un recibo del mes: sus
      *    conceptos (SAC, vacaciones, indemnizacion) salen
      *    itemizados en 3640 en lugar del concepto base.
           IF WS-MODO-FINAL
              MOVE 'LISTADO LIQUIDACION FINAL'  TO WS-ENC1-TITULO
              MOVE 'RECIBO LIQUIDACION FINAL'   TO WS-RT-TITULO
           END-IF.

           ACCEPT WS-FECHA-CORRIDA              FROM DATE YYYYMMDD.

      *    Sin periodo en PARAMETROS.TXT se liquida el mes de la
       1800-VALIDAR-REGISTRO.

           SET WS-REG-VALIDO-SI                 TO TRUE.
           MOVE 0                               TO WS-LIC-DIAS-SIN-GOCE.

           IF ENT-DIAS-TRABAJADO = 0
              OR ENT-DIAS-TRABAJADO > 31
                 THRU 1820-VALIDAR-DEPTO-EXIT
           END-IF.

           IF WS-REG-VALIDO-SI
              AND WS-LICENCIAS-DISPONIBLES-SI
              PERFORM 1840-VALIDAR-LICENCIAS
                 THRU 1840-VALIDAR-LICENCIAS-EXIT
           END-IF.

       1800-VALIDAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       1835-COMPARAR-DEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Los dias trabajados mas las licencias registradas del
      *    periodo tienen que dar los dias calendario del mes (desde
      *    el alta si el legajo ingreso en el mes y hasta la baja si
      *    egreso en el mes). La diferencia se marca por consola y se
      *    cuenta, pero no frena el pago, como la discrepancia contra
      *    el maestro: suele ser una licencia sin cargar o dias mal
      *    tipeados en la sucursal.
       1840-VALIDAR-LICENCIAS.

           MOVE WS-LIC-DIAS-MES               TO WS-LIC-DIAS-ESPERADOS.

      *    1810 acaba de leer el legajo en el maestro.
           IF WS-MAESTRO-DISPONIBLE-SI
              MOVE WS-LIC-PER-DESDE             TO WS-CD-DESDE
              MOVE WS-LIC-PER-HASTA             TO WS-CD-HASTA

              IF MAE-FECHA-ALTA > WS-LIC-PER-DESDE
                 AND MAE-FECHA-ALTA NOT > WS-LIC-PER-HASTA
                 MOVE MAE-FECHA-ALTA            TO WS-CD-DESDE
              END-IF

              IF MAE-FECHA-BAJA NOT < WS-LIC-PER-DESDE
                 AND MAE-FECHA-BAJA < WS-LIC-PER-HASTA
                 MOVE MAE-FECHA-BAJA            TO WS-CD-HASTA
              END-IF

              IF WS-CD-DESDE NOT = WS-LIC-PER-DESDE
                 OR WS-CD-HASTA NOT = WS-LIC-PER-HASTA
                 PERFORM 1960-CONTAR-DIAS
                    THRU 1960-CONTAR-DIAS-EXIT
                 MOVE WS-CD-DIAS                TO WS-LIC-DIAS-ESPERADOS
              END-IF
           END-IF.

           MOVE 0                               TO WS-LIC-DIAS-LEGAJO.
           MOVE 0                               TO WS-LIC-DIAS-SIN-GOCE.
           MOVE WS-LIC-PER-DESDE                TO WS-LIC-VENT-DESDE.
           MOVE WS-LIC-PER-HASTA                TO WS-LIC-VENT-HASTA.
           MOVE ENT-ID-EMPLEADO                 TO LIC-LEGAJO.
           MOVE 0                               TO LIC-FECHA-DESDE.
           SET WS-LIC-BUSQUEDA-SIGUE            TO TRUE.

           START LICENCIAS KEY IS NOT LESS THAN LIC-CLAVE
              INVALID KEY
                 SET WS-LIC-BUSQUEDA-FIN        TO TRUE
           END-START.

           PERFORM 1842-SUMAR-LICENCIA
              THRU 1842-SUMAR-LICENCIA-EXIT
             UNTIL WS-LIC-BUSQUEDA-FIN.

           IF ENT-DIAS-TRABAJADO + WS-LIC-DIAS-LEGAJO
                                    NOT = WS-LIC-DIAS-ESPERADOS
              ADD 1                       TO WS-LIC-CANT-DESCUADRES
              DISPLAY 'ATENCION: LEGAJO ' ENT-ID-EMPLEADO
                 ' DIAS TRABAJADOS ' ENT-DIAS-TRABAJADO
                 ' + LICENCIAS ' WS-LIC-DIAS-LEGAJO
                 ' NO DAN LOS ' WS-LIC-DIAS-ESPERADOS
                 ' DIAS DEL PERIODO - SE LIQUIDA IGUAL'
           END-IF.

       1840-VALIDAR-LICENCIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Suma los dias del periodo de cada licencia del legajo; el
      *    registro esta ordenado por legajo y fecha de inicio, asi
      *    que la busqueda corta en la primera que empieza despues
      *    del periodo.
       1842-SUMAR-LICENCIA.

           READ LICENCIAS NEXT RECORD
              AT END
                 SET WS-LIC-BUSQUEDA-FIN        TO TRUE
                 GO TO 1842-SUMAR-LICENCIA-EXIT
           END-READ.

           IF LIC-LEGAJO NOT = ENT-ID-EMPLEADO
              OR LIC-FECHA-DESDE > WS-LIC-PER-HASTA
              SET WS-LIC-BUSQUEDA-FIN           TO TRUE
              GO TO 1842-SUMAR-LICENCIA-EXIT
           END-IF.

           IF LIC-FECHA-HASTA < WS-LIC-PER-DESDE
              GO TO 1842-SUMAR-LICENCIA-EXIT
           END-IF.

           PERFORM 1845-DIAS-EN-VENTANA
              THRU 1845-DIAS-EN-VENTANA-EXIT.

           ADD WS-CD-DIAS                       TO WS-LIC-DIAS-LEGAJO.

           IF LIC-TIPO-SIN-GOCE
              ADD WS-CD-DIAS                    TO WS-LIC-DIAS-SIN-GOCE
           END-IF.

       1842-SUMAR-LICENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Dias de la licencia leida que caen dentro de la ventana
      *    WS-LIC-VENT-DESDE / WS-LIC-VENT-HASTA (cero si no la toca).
       1845-DIAS-EN-VENTANA.

           IF LIC-FECHA-DESDE < WS-LIC-VENT-DESDE
              MOVE WS-LIC-VENT-DESDE            TO WS-CD-DESDE
           ELSE
              MOVE LIC-FECHA-DESDE              TO WS-CD-DESDE
           END-IF.

           IF LIC-FECHA-HASTA > WS-LIC-VENT-HASTA
              MOVE WS-LIC-VENT-HASTA            TO WS-CD-HASTA
           ELSE
              MOVE LIC-FECHA-HASTA              TO WS-CD-HASTA
           END-IF.

           PERFORM 1960-CONTAR-DIAS
              THRU 1960-CONTAR-DIAS-EXIT.

       1845-DIAS-EN-VENTANA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1850-RECHAZAR-REGISTRO.

              GO TO 1920-APLICAR-UNA-NOVEDAD-EXIT
           END-IF.

      *    Si la corrida mensual ya pago el mes del legajo de baja,
      *    las novedades de NOVEDADES.TXT ya se aplicaron en ella: la
      *    liquidacion final solo toma el saldo de sus prestamos.
           IF WS-MODO-FINAL
              AND WS-FIN-FUSIONA(WS-CALC-LEGAJO) = 'S'
              AND WS-NOV-PRESTAMO-NRO(WS-NOV-IDX) = 0
              GO TO 1920-APLICAR-UNA-NOVEDAD-EXIT
           END-IF.

           PERFORM 1930-IMPORTE-NOVEDAD
              THRU 1930-IMPORTE-NOVEDAD-EXIT.

      *    sirve al calculo del neto y a la itemizacion del recibo.
       1930-IMPORTE-NOVEDAD.

           EVALUATE WS-NOV-CLASE(WS-NOV-IDX)
               WHEN 'P'
                    COMPUTE WS-IMP-NOV-CONCEPTO ROUNDED =
                       WS-CALC-SUELDO-BASE
                       * WS-NOV-VALOR(WS-NOV-IDX) / 100
               WHEN OTHER
                    MOVE WS-NOV-VALOR(WS-NOV-IDX)
                                          TO WS-IMP-NOV-CONCEPTO
           END-EVALUATE.

       1930-IMPORTE-NOVEDAD-EXIT.
           EXIT.
      *    ganancias) y la retencion a descontar. Los meses no se
      *    tocan: salen del mes calendario del periodo, no de lo
      *    acumulado. Sin registro en el historico no hay nada que
      *    descontar. De un registro mensual al que esta corrida le
      *    sumo la liquidacion final se descuenta solo la parte final
      *    (HIS-FIN-*); sus aportes son el bruto final mas lo no
      *    remunerativo, menos el neto, las novedades y ganancias.
       1945-DESCONTAR-PERIODO-SELLADO.

           MOVE WS-PERIODO-PROCESO-NUM          TO HIS-PERIODO.

           READ HISTORICO
              INVALID KEY
                 GO TO 1945-DESCONTAR-PERIODO-SELLADO-EXIT
           END-READ.

           IF HIS-NRO-CORRIDA = WS-NRO-CORRIDA
              SUBTRACT HIS-BRUTO             FROM WS-GAN-BRUTO-ACUM
              COMPUTE WS-GAN-APORTES-ACUM =
                 WS-GAN-APORTES-ACUM
                 - (HIS-DEDUCCIONES - HIS-NOV-DESCUENTOS
                    - HIS-GANANCIAS)
              SUBTRACT HIS-GANANCIAS         FROM WS-GAN-RET-PREVIAS
              GO TO 1945-DESCONTAR-PERIODO-SELLADO-EXIT
           END-IF.

           IF HIS-FIN-NRO-CORRIDA = WS-NRO-CORRIDA
              SUBTRACT HIS-FIN-BRUTO         FROM WS-GAN-BRUTO-ACUM
              COMPUTE WS-GAN-APORTES-ACUM =
                 WS-GAN-APORTES-ACUM
                 - (HIS-FIN-BRUTO + HIS-NO-REMUNERATIVO
                    - HIS-FIN-NETO - HIS-FIN-NOV-DESCUENTOS
                    - HIS-FIN-GANANCIAS)
              SUBTRACT HIS-FIN-GANANCIAS     FROM WS-GAN-RET-PREVIAS
           END-IF.

       1945-DESCONTAR-PERIODO-SELLADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1955-COMPARAR-TRAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Dias corridos de WS-CD-DESDE a WS-CD-HASTA, ambos inclusive,
      *    en WS-CD-DIAS (cero si el rango esta invertido).
       1960-CONTAR-DIAS.

           MOVE 0                               TO WS-CD-DIAS.

           IF WS-CD-DESDE > WS-CD-HASTA
              GO TO 1960-CONTAR-DIAS-EXIT
           END-IF.

           COMPUTE WS-CD-MES-INICIAL = WS-CD-DESDE / 100.
           COMPUTE WS-CD-MES-FINAL = WS-CD-HASTA / 100.
           MOVE WS-CD-MES-INICIAL               TO WS-CD-MES-ACTUAL.

           PERFORM 1965-SUMAR-UN-MES
              THRU 1965-SUMAR-UN-MES-EXIT
             UNTIL WS-CD-MES-ACTUAL > WS-CD-MES-FINAL.

       1960-CONTAR-DIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1965-SUMAR-UN-MES.

           MOVE WS-CDM-ANIO                     TO WS-DM-ANIO.
           MOVE WS-CDM-MES                      TO WS-DM-MES.

           PERFORM 1970-DIAS-DEL-MES
              THRU 1970-DIAS-DEL-MES-EXIT.

           IF WS-CD-MES-ACTUAL = WS-CD-MES-INICIAL
              MOVE WS-CDD-DIA                   TO WS-CD-PRIMER-DIA
           ELSE
              MOVE 1                            TO WS-CD-PRIMER-DIA
           END-IF.

           IF WS-CD-MES-ACTUAL = WS-CD-MES-FINAL
              AND WS-CDH-DIA < WS-DM-DIAS
              MOVE WS-CDH-DIA                   TO WS-CD-ULTIMO-DIA
           ELSE
              MOVE WS-DM-DIAS                   TO WS-CD-ULTIMO-DIA
           END-IF.

           IF WS-CD-ULTIMO-DIA NOT < WS-CD-PRIMER-DIA
              COMPUTE WS-CD-DIAS = WS-CD-DIAS
                 + WS-CD-ULTIMO-DIA - WS-CD-PRIMER-DIA + 1
           END-IF.

           IF WS-CDM-MES = 12
              ADD 1                             TO WS-CDM-ANIO
              MOVE 01                           TO WS-CDM-MES
           ELSE
              ADD 1                             TO WS-CDM-MES
           END-IF.

       1965-SUMAR-UN-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Largo del mes WS-DM-MES del ano WS-DM-ANIO; febrero tiene
      *    29 dias en los anos bisiestos (divisibles por 4, salvo los
      *    seculares no divisibles por 400).
       1970-DIAS-DEL-MES.

           MOVE 31                              TO WS-DM-DIAS.

           IF WS-DM-MES = 04 OR 06 OR 09 OR 11
              MOVE 30                           TO WS-DM-DIAS
           END-IF.

           IF WS-DM-MES = 02
              MOVE 28                           TO WS-DM-DIAS
              DIVIDE WS-DM-ANIO BY 4 GIVING WS-DM-COCIENTE
                 REMAINDER WS-DM-RESTO-4
              DIVIDE WS-DM-ANIO BY 100 GIVING WS-DM-COCIENTE
                 REMAINDER WS-DM-RESTO-100
              DIVIDE WS-DM-ANIO BY 400 GIVING WS-DM-COCIENTE
                 REMAINDER WS-DM-RESTO-400
              IF WS-DM-RESTO-4 = 0
                 AND (WS-DM-RESTO-100 NOT = 0
                      OR WS-DM-RESTO-400 = 0)
                 MOVE 29                        TO WS-DM-DIAS
              END-IF
           END-IF.

       1970-DIAS-DEL-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Cada WS-CHECKPOINT-INTERVALO registros se snapshotea el
      *    ultimo legajo tocado y los totales de la corrida, para que
      *    un reinicio no tenga que volver a leer todo el archivo
                       MOVE ENT-ID-EMPLEADO
                                          TO WS-CALC-LEGAJO

                       PERFORM 2025-DESCONTAR-SIN-GOCE
                          THRU 2025-DESCONTAR-SIN-GOCE-EXIT

                       PERFORM 1900-CALCULAR-NETO
                          THRU 1900-CALCULAR-NETO-EXIT

                             THRU 1850-RECHAZAR-REGISTRO-EXIT
                       ELSE
                          COMPUTE WS-ENTRADA-IMP-TOTAL =
                             WS-ENTRADA-IMP-TOTAL + WS-CALC-SUELDO-BASE

                          MOVE WS-ENTRADA-IMP-TOTAL
                                          TO WS-ENTRADA-IMP-FORMATO
                    MOVE ENT-SUELDO        TO WS-CALC-SUELDO-BASE
                    MOVE ENT-ID-EMPLEADO   TO WS-CALC-LEGAJO

                    PERFORM 2025-DESCONTAR-SIN-GOCE
                       THRU 2025-DESCONTAR-SIN-GOCE-EXIT

                    PERFORM 1900-CALCULAR-NETO
                       THRU 1900-CALCULAR-NETO-EXIT

           MOVE ENT-ID-EMPLEADO                 TO SW-ID.
           MOVE ENT-NOMBRE                      TO SW-NOMBRE.
           MOVE ENT-DIAS-TRABAJADO              TO SW-DIAS.
           MOVE WS-CALC-SUELDO-BASE             TO SW-SUELDO.

      *    Los dias pagos no pueden pasar de los del periodo menos los
      *    de licencia sin goce, aunque la sucursal haya tipeado el
      *    mes completo (1840 ya lo marco como descuadre).
           IF WS-LIC-DIAS-SIN-GOCE > 0
              AND ENT-DIAS-TRABAJADO + WS-LIC-DIAS-SIN-GOCE
                                     > WS-LIC-DIAS-ESPERADOS
              IF WS-LIC-DIAS-SIN-GOCE < WS-LIC-DIAS-ESPERADOS
                 COMPUTE SW-DIAS =
                    WS-LIC-DIAS-ESPERADOS - WS-LIC-DIAS-SIN-GOCE
              ELSE
                 MOVE 0                         TO SW-DIAS
              END-IF
           END-IF.
           MOVE WS-IMP-NETO                     TO SW-NETO.
           MOVE WS-LISTA-IDX                    TO SW-ORIGEN.
           MOVE WS-IMP-JUBILACION               TO SW-IMP-JUBILACION.
           MOVE WS-IMP-NOV-HABERES              TO SW-NOV-HABERES.
           MOVE WS-IMP-NOV-DESCUENTOS           TO SW-NOV-DESCUENTOS.
           MOVE WS-IMP-GANANCIAS                TO SW-IMP-GANANCIAS.
           MOVE 0                               TO SW-NO-REMUNERATIVO.

           RELEASE SW-REGISTRO.

       2020-LIBERAR-DETALLE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    La licencia sin goce no se paga: cada dia del periodo (a lo
      *    sumo treinta, el mes completo) rebaja un treintavo del
      *    sueldo base antes de 1900, asi los aportes, las novedades
      *    por porcentaje y ganancias se calculan sobre lo que
      *    realmente se cobra. Los dias los suma 1840 al validar.
       2025-DESCONTAR-SIN-GOCE.

           IF WS-LIC-DIAS-SIN-GOCE = 0
              GO TO 2025-DESCONTAR-SIN-GOCE-EXIT
           END-IF.

           IF WS-LIC-DIAS-SIN-GOCE > 30
              MOVE 30                           TO WS-LIC-DIAS-SIN-GOCE
           END-IF.

           COMPUTE WS-LIC-IMP-SIN-GOCE ROUNDED =
              ENT-SUELDO * WS-LIC-DIAS-SIN-GOCE / 30.

           SUBTRACT WS-LIC-IMP-SIN-GOCE        FROM WS-CALC-SUELDO-BASE.
           ADD 1                                TO WS-LIC-CANT-SIN-GOCE.

       2025-DESCONTAR-SIN-GOCE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Busca el legajo del registro en curso entre los ya
      *    liquidados del lote: consulta directa al vector de
      *    legajos vistos, que guarda el origen de la primera
           ADD 1                                  TO WS-SUBTOTAL-CANT.
           ADD SW-SUELDO         TO WS-SUBTOTAL-IMP.
           ADD SW-NETO           TO WS-SUBTOTAL-NETO.
      *    La indemnizacion no remunerativa se paga igual: entra en
      *    los haberes del corte para que el resumen y el asiento
      *    cuadren con el neto.
           ADD SW-NOV-HABERES  TO WS-SUBTOTAL-NOV-HAB.
           ADD SW-NO-REMUNERATIVO TO WS-SUBTOTAL-NOV-HAB.

      *    Desglose para el asiento contable del corte; las
      *    contribuciones patronales se calculan aca porque no forman
                 THRU 3636-GRABAR-HISTORICO-EXIT
           END-IF.

      *    El saldo de los prestamos baja con el mismo criterio: solo
      *    cuando la fila ya quedo aprobada y grabada.
           IF NOT WS-MODO-SAC
              AND WS-PRESTAMOS-DISPONIBLES-SI
              PERFORM 3634-AMORTIZAR-PRESTAMOS
                 THRU 3634-AMORTIZAR-PRESTAMOS-EXIT
           END-IF.

           IF WS-MODO-FINAL
              PERFORM 3646-DETALLE-FINAL
                 THRU 3646-DETALLE-FINAL-EXIT
           END-IF.

           PERFORM 3640-ESCRIBIR-RECIBO
              THRU 3640-ESCRIBIR-RECIBO-EXIT.

                 MOVE SW-APELLIDO
                                                 TO ACU-APELLIDO
      *          El acumulado bruto lleva la remuneracion total del
      *          periodo: sueldo mas haberes de novedades (sin la
      *          indemnizacion, que no es remunerativa).
                 COMPUTE ACU-SUELDO-ACUMULADO =
                    SW-SUELDO
                    + SW-NOV-HABERES
                       + SW-NOV-HABERES
                    ADD SW-NETO
                                          TO ACU-NETO-ACUMULADO
      *             La liquidacion final de un mes ya pagado se suma
      *             al mismo periodo del historico: no es otro mes.
                    IF NOT WS-MODO-FINAL
                       OR WS-FIN-FUSIONA(SW-ID) NOT = 'S'
                       ADD 1              TO ACU-CANT-PERIODOS
                    END-IF
                    COMPUTE ACU-APORTES-ACUMULADO =
                       ACU-APORTES-ACUMULADO
                       + SW-IMP-JUBILACION
       3632-ACTUALIZAR-ACUMULADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Baja el saldo de cada prestamo cuya cuota se desconto en la
      *    fila recien grabada y deja la cuota en PRESTAMOS-CUOTAS.DAT.
      *    El sello de periodo y corrida del prestamo hace idempotente
      *    el relanzamiento de una corrida caida en plena impresion.
       3634-AMORTIZAR-PRESTAMOS.

           PERFORM 3635-AMORTIZAR-CUOTA
              THRU 3635-AMORTIZAR-CUOTA-EXIT
             VARYING WS-NOV-IDX FROM 1 BY 1
               UNTIL WS-NOV-IDX > WS-NOVEDADES-CANT.

       3634-AMORTIZAR-PRESTAMOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3635-AMORTIZAR-CUOTA.

           IF WS-NOV-LEGAJO(WS-NOV-IDX) NOT = SW-ID
              OR WS-NOV-PRESTAMO-NRO(WS-NOV-IDX) = 0
              GO TO 3635-AMORTIZAR-CUOTA-EXIT
           END-IF.

           MOVE SW-ID                           TO PRE-LEGAJO.
           MOVE WS-NOV-PRESTAMO-NRO(WS-NOV-IDX) TO PRE-NRO.

           READ PRESTAMOS
              INVALID KEY
                 DISPLAY 'ERROR: NO SE ENCUENTRA EL PRESTAMO ' PRE-NRO
                    ' DEL LEGAJO ' PRE-LEGAJO ' - CUOTA NO REGISTRADA'
                 GO TO 3635-AMORTIZAR-CUOTA-EXIT
           END-READ.

           IF PRE-ULTIMO-PERIODO = WS-PERIODO-PROCESO-NUM
              AND PRE-ULTIMA-CORRIDA = WS-NRO-CORRIDA
              GO TO 3635-AMORTIZAR-CUOTA-EXIT
           END-IF.

           IF WS-NOV-VALOR(WS-NOV-IDX) < PRE-SALDO
              SUBTRACT WS-NOV-VALOR(WS-NOV-IDX) FROM PRE-SALDO
           ELSE
              MOVE 0                            TO PRE-SALDO
           END-IF.

           ADD 1                                TO PRE-CUOTAS-PAGADAS.
           ADD 1                                TO PRE-CANT-MOVIMIENTOS.
           MOVE WS-PERIODO-PROCESO-NUM          TO PRE-ULTIMO-PERIODO.
           MOVE WS-NRO-CORRIDA                  TO PRE-ULTIMA-CORRIDA.
           MOVE WS-NOV-VALOR(WS-NOV-IDX)        TO PRE-ULTIMA-CUOTA-IMP.

           IF PRE-SALDO = 0
              SET PRE-ESTADO-TERMINADO          TO TRUE
              MOVE WS-FECHA-CORRIDA             TO PRE-FECHA-CIERRE
              ADD 1                    TO WS-PRE-CANT-TERMINADOS
           END-IF.

           REWRITE PRE-REGISTRO.

           IF NOT FS-PRESTAMOS-OK
              DISPLAY 'ERROR AL ACTUALIZAR EL PRESTAMO ' PRE-NRO
                 ' DEL LEGAJO ' PRE-LEGAJO ': ' FS-PRESTAMOS
              GO TO 3635-AMORTIZAR-CUOTA-EXIT
           END-IF.

           MOVE PRE-LEGAJO                      TO CUO-LEGAJO.
           MOVE PRE-NRO                         TO CUO-NRO.
           MOVE PRE-CANT-MOVIMIENTOS            TO CUO-SECUENCIA.

           IF WS-MODO-FINAL
              SET CUO-ORIGEN-FINAL              TO TRUE
           ELSE
              SET CUO-ORIGEN-MENSUAL            TO TRUE
           END-IF.

           MOVE WS-PERIODO-PROCESO-NUM          TO CUO-PERIODO.
           MOVE PRE-CUOTAS-PAGADAS              TO CUO-NRO-CUOTA.
           MOVE WS-NOV-VALOR(WS-NOV-IDX)        TO CUO-IMPORTE.
           MOVE PRE-SALDO                       TO CUO-SALDO.
           MOVE WS-NRO-CORRIDA                  TO CUO-NRO-CORRIDA.
           MOVE WS-FECHA-CORRIDA                TO CUO-FECHA.

           WRITE CUO-REGISTRO
              INVALID KEY
                 REWRITE CUO-REGISTRO
           END-WRITE.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL GRABAR LA CUOTA DEL PRESTAMO ' PRE-NRO
                 ' DEL LEGAJO ' PRE-LEGAJO ': ' FS-CUOTAS
           END-IF.

           ADD 1                                TO WS-PRE-CANT-TOMADAS.
           ADD WS-NOV-VALOR(WS-NOV-IDX)         TO WS-PRE-IMP-TOMADO.

       3635-AMORTIZAR-CUOTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Deja la fila recien listada en el historico permanente, con
      *    clave periodo + legajo. Grabar por clave hace la operacion
      *    idempotente: un relanzamiento o una complementaria del
      *    mismo periodo reescriben el mismo registro en vez de
      *    duplicarlo. Un registro de la liquidacion final lleva su
      *    parte final igual al total, con la misma corrida.
       3636-GRABAR-HISTORICO.

           IF WS-MODO-FINAL
              AND WS-FIN-FUSIONA(SW-ID) = 'S'
              PERFORM 3638-SUMAR-HISTORICO
                 THRU 3638-SUMAR-HISTORICO-EXIT
              GO TO 3636-GRABAR-HISTORICO-EXIT
           END-IF.

           MOVE WS-PERIODO-PROCESO-NUM          TO HIS-PERIODO.
           MOVE SW-ID          TO HIS-LEGAJO.
           MOVE SW-NOMBRE      TO HIS-NOMBRE.
           COMPUTE HIS-BRUTO =
              SW-SUELDO
              + SW-NOV-HABERES.
           MOVE SW-NO-REMUNERATIVO
                                                TO HIS-NO-REMUNERATIVO.
           COMPUTE HIS-DEDUCCIONES =
              HIS-BRUTO + HIS-NO-REMUNERATIVO - SW-NETO.
           MOVE SW-NETO        TO HIS-NETO.
           MOVE SW-NOV-HABERES
                                                TO HIS-NOV-HABERES.
                                                TO HIS-NOV-DESCUENTOS.
           MOVE SW-IMP-GANANCIAS
                                                TO HIS-GANANCIAS.
           MOVE WS-NRO-CORRIDA                  TO HIS-NRO-CORRIDA.

           IF WS-MODO-FINAL
              MOVE WS-NRO-CORRIDA           TO HIS-FIN-NRO-CORRIDA
              MOVE HIS-BRUTO                TO HIS-FIN-BRUTO
              MOVE HIS-NETO                 TO HIS-FIN-NETO
              MOVE HIS-NOV-HABERES          TO HIS-FIN-NOV-HABERES
              MOVE HIS-NOV-DESCUENTOS       TO HIS-FIN-NOV-DESCUENTOS
              MOVE HIS-GANANCIAS            TO HIS-FIN-GANANCIAS
           ELSE
              MOVE 0                        TO HIS-FIN-NRO-CORRIDA
              MOVE 0                        TO HIS-FIN-BRUTO
              MOVE 0                        TO HIS-FIN-NETO
              MOVE 0                        TO HIS-FIN-NOV-HABERES
              MOVE 0                        TO HIS-FIN-NOV-DESCUENTOS
              MOVE 0                        TO HIS-FIN-GANANCIAS
           END-IF.

           WRITE HIS-REGISTRO
              INVALID KEY
       3636-GRABAR-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Liquidacion final de un legajo que la corrida mensual ya
      *    pago en el periodo: el registro del historico se conserva
      *    y se le suman los importes finales, para que periodo +
      *    legajo siga siendo uno solo. El registro sigue siendo de
      *    la corrida mensual (HIS-NRO-CORRIDA y dias no cambian); la
      *    parte final queda aparte en HIS-FIN-*, sellada con esta
      *    corrida, para que la anulacion de cualquiera de las dos
      *    saque solo lo suyo. Si el sello ya es de esta corrida
      *    (relanzamiento) no se vuelve a sumar.
       3638-SUMAR-HISTORICO.

           MOVE WS-PERIODO-PROCESO-NUM          TO HIS-PERIODO.
           MOVE SW-ID          TO HIS-LEGAJO.

           READ HISTORICO
              INVALID KEY
                 DISPLAY 'ERROR AL LEER EL HISTORICO DEL LEGAJO '
                    SW-ID ': ' FS-HISTORICO
                 GO TO 3638-SUMAR-HISTORICO-EXIT
           END-READ.

           IF HIS-FIN-NRO-CORRIDA = WS-NRO-CORRIDA
              GO TO 3638-SUMAR-HISTORICO-EXIT
           END-IF.

           COMPUTE HIS-FIN-BRUTO =
              SW-SUELDO
              + SW-NOV-HABERES.
           MOVE SW-NETO                         TO HIS-FIN-NETO.
           MOVE SW-NOV-HABERES                  TO HIS-FIN-NOV-HABERES.
           MOVE SW-NOV-DESCUENTOS
                                             TO HIS-FIN-NOV-DESCUENTOS.
           MOVE SW-IMP-GANANCIAS                TO HIS-FIN-GANANCIAS.
           MOVE WS-NRO-CORRIDA                  TO HIS-FIN-NRO-CORRIDA.

           ADD HIS-FIN-BRUTO                    TO HIS-BRUTO.
           ADD SW-NO-REMUNERATIVO            TO HIS-NO-REMUNERATIVO.
           COMPUTE HIS-DEDUCCIONES =
              HIS-DEDUCCIONES
              + HIS-FIN-BRUTO
              + SW-NO-REMUNERATIVO
              - SW-NETO.
           ADD SW-NETO         TO HIS-NETO.
           ADD SW-NOV-HABERES
                                                TO HIS-NOV-HABERES.
           ADD SW-NOV-DESCUENTOS
                                                TO HIS-NOV-DESCUENTOS.
           ADD SW-IMP-GANANCIAS
                                                TO HIS-GANANCIAS.

           REWRITE HIS-REGISTRO.

           IF NOT FS-HISTORICO-OK
              DISPLAY 'ERROR AL ACTUALIZAR EL HISTORICO: '
                 FS-HISTORICO
           END-IF.

       3638-SUMAR-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Graba en RECIBOS.TXT la pagina de recibo del legajo que se
      *    acaba de listar: los descuentos salen de los componentes
      *    guardados en la fila al liquidar (mismos importes, sin
           WRITE REG-RECIBOS                 FROM WS-RECIBO-EMPLEADO.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-DEPTO.

      *    En la liquidacion final la base remunerativa se abre en
      *    sus dos conceptos, calculados en 0870.
           IF WS-MODO-FINAL
              MOVE 'SAC PROPORCIONAL'        TO WS-RI-CONCEPTO
              MOVE WS-FIN-SAC(SW-ID)         TO WS-RI-IMPORTE
              WRITE REG-RECIBOS              FROM WS-RECIBO-IMPORTE
              MOVE 'VACACIONES NO GOZADAS'   TO WS-RI-CONCEPTO
              MOVE WS-FIN-VACACIONES(SW-ID)  TO WS-RI-IMPORTE
              WRITE REG-RECIBOS              FROM WS-RECIBO-IMPORTE
           ELSE
              MOVE WS-RECIBO-CONCEPTO-BASE   TO WS-RI-CONCEPTO
              MOVE SW-SUELDO                 TO WS-RI-IMPORTE
              WRITE REG-RECIBOS              FROM WS-RECIBO-IMPORTE
           END-IF.

      *    Los haberes de novedades van entre el bruto y los
      *    descuentos, cada concepto en su linea, como cualquier
             VARYING WS-NOV-IDX FROM 1 BY 1
               UNTIL WS-NOV-IDX > WS-NOVEDADES-CANT.

           IF WS-MODO-FINAL
              MOVE 'INDEMNIZACION ANTIGUEDAD'   TO WS-RI-CONCEPTO
              MOVE WS-FIN-INDEMNIZACION(SW-ID)  TO WS-RI-IMPORTE
              WRITE REG-RECIBOS              FROM WS-RECIBO-IMPORTE
           END-IF.

           MOVE 'DESCUENTO JUBILACION'       TO WS-RI-CONCEPTO.
           MOVE SW-IMP-JUBILACION
                                             TO WS-RI-IMPORTE.
              GO TO 3642-RECIBO-NOVEDADES-EXIT
           END-IF.

      *    Mismo criterio que 1920 para el legajo ya pagado en el mes.
           IF WS-MODO-FINAL
              AND WS-FIN-FUSIONA(SW-ID) = 'S'
              AND WS-NOV-PRESTAMO-NRO(WS-NOV-IDX) = 0
              GO TO 3642-RECIBO-NOVEDADES-EXIT
           END-IF.

           PERFORM 1930-IMPORTE-NOVEDAD
              THRU 1930-IMPORTE-NOVEDAD-EXIT.

       3642-RECIBO-NOVEDADES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Detalle de la liquidacion final del legajo recien listado
      *    en LIQUIDACION-FINAL.TXT: fechas, antiguedad, base
      *    indemnizatoria y cada concepto con su cantidad y su base
      *    de calculo, para que RRHH pueda rehacer la cuenta a mano.
       3646-DETALLE-FINAL.

           MOVE SW-ID                           TO WS-LFL-LEGAJO.
           MOVE SW-NOMBRE                       TO WS-LFL-NOMBRE.
           MOVE SW-APELLIDO                     TO WS-LFL-APELLIDO.
           MOVE SW-DEPTO                        TO WS-LFL-DEPTO.

           MOVE WS-FIN-FECHA-ALTA(SW-ID)      TO WS-BAJ-FECHA-ALTA-NUM.
           MOVE WS-BAJ-FA-DIA                   TO WS-FE-DIA.
           MOVE WS-BAJ-FA-MES                   TO WS-FE-MES.
           MOVE WS-BAJ-FA-ANIO                  TO WS-FE-ANIO.
           MOVE WS-FECHA-EDITADA                TO WS-LFL-ALTA.

           MOVE WS-FIN-FECHA-BAJA(SW-ID)      TO WS-BAJ-FECHA-BAJA-NUM.
           MOVE WS-BAJ-FB-DIA                   TO WS-FE-DIA.
           MOVE WS-BAJ-FB-MES                   TO WS-FE-MES.
           MOVE WS-BAJ-FB-ANIO                  TO WS-FE-ANIO.
           MOVE WS-FECHA-EDITADA                TO WS-LFL-BAJA.

           MOVE WS-FIN-ANIOS(SW-ID)             TO WS-LFA-ANIOS.
           MOVE WS-FIN-MESES(SW-ID)             TO WS-LFA-MESES.
           MOVE WS-FIN-ANIOS-INDEM(SW-ID)       TO WS-LFA-ANIOS-INDEM.
           MOVE WS-FIN-VAC-ANUAL(SW-ID)         TO WS-LFA-VAC-ANUAL.

           MOVE WS-FIN-MEJOR(SW-ID)             TO WS-LFB-MEJOR.
           MOVE WS-FIN-PER-MEJOR(SW-ID)         TO WS-LFB-PER-MEJOR.
           MOVE WS-FIN-MEJOR-SEM(SW-ID)         TO WS-LFB-MEJOR-SEM.

           WRITE REG-LIQ-FINAL                  FROM WS-LF-SEPARADOR.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-LEGAJO.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-ANTIGUEDAD.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-BASE.

           MOVE 'SAC PROPORCIONAL'              TO WS-LFI-CONCEPTO.
           MOVE WS-FIN-DIAS-SEM(SW-ID)          TO WS-LFI-CANT.
           MOVE 'DIAS X MEJOR DEL SEMESTRE / 360'
                                                 TO WS-LFI-BASE.
           MOVE WS-FIN-SAC(SW-ID)               TO WS-LFI-IMPORTE.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-ITEM.

           IF WS-FIN-VAC-GOZADAS(SW-ID) > 0
              MOVE WS-FIN-VAC-PROPORCIONAL(SW-ID)
                                                 TO WS-LFG-PROPORCIONAL
              MOVE WS-FIN-VAC-GOZADAS(SW-ID)    TO WS-LFG-GOZADAS
              WRITE REG-LIQ-FINAL               FROM WS-LF-GOZADAS
           END-IF.

           MOVE 'VACACIONES NO GOZADAS'         TO WS-LFI-CONCEPTO.
           MOVE WS-FIN-DIAS-VAC(SW-ID)          TO WS-LFI-CANT.
           MOVE 'DIAS X MEJOR REMUNERACION / 25' TO WS-LFI-BASE.
           MOVE WS-FIN-VACACIONES(SW-ID)        TO WS-LFI-IMPORTE.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-ITEM.

           MOVE 'INDEMNIZACION ANTIGUEDAD'      TO WS-LFI-CONCEPTO.
           MOVE WS-FIN-ANIOS-INDEM(SW-ID)       TO WS-LFI-CANT.
           MOVE 'ANOS X MEJOR REMUNERACION'     TO WS-LFI-BASE.
           MOVE WS-FIN-INDEMNIZACION(SW-ID)     TO WS-LFI-IMPORTE.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-ITEM.

      *    El resto de las lineas no tiene cantidad ni base propia.
           MOVE 0                               TO WS-LFI-CANT.
           MOVE SPACES                          TO WS-LFI-BASE.

           IF SW-NOV-HABERES NOT = 0
              MOVE 'NOVEDADES HABERES'          TO WS-LFI-CONCEPTO
              MOVE SW-NOV-HABERES               TO WS-LFI-IMPORTE
              WRITE REG-LIQ-FINAL               FROM WS-LF-ITEM
           END-IF.

           MOVE 'DESCUENTO JUBILACION'          TO WS-LFI-CONCEPTO.
           MOVE SW-IMP-JUBILACION               TO WS-LFI-IMPORTE.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-ITEM.

           MOVE 'DESCUENTO OBRA SOCIAL'         TO WS-LFI-CONCEPTO.
           MOVE SW-IMP-OBRA-SOCIAL              TO WS-LFI-IMPORTE.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-ITEM.

           IF SW-NOV-DESCUENTOS NOT = 0
              MOVE 'NOVEDADES DESCUENTOS'       TO WS-LFI-CONCEPTO
              MOVE SW-NOV-DESCUENTOS            TO WS-LFI-IMPORTE
              WRITE REG-LIQ-FINAL               FROM WS-LF-ITEM
           END-IF.

           IF SW-IMP-GANANCIAS NOT = 0
              IF SW-IMP-GANANCIAS > 0
                 MOVE 'RETENCION GANANCIAS'     TO WS-LFI-CONCEPTO
                 MOVE SW-IMP-GANANCIAS          TO WS-GAN-IMP-RECIBO
              ELSE
                 MOVE 'DEVOLUCION GANANCIAS'    TO WS-LFI-CONCEPTO
                 COMPUTE WS-GAN-IMP-RECIBO =
                    0 - SW-IMP-GANANCIAS
              END-IF
              MOVE WS-GAN-IMP-RECIBO            TO WS-LFI-IMPORTE
              WRITE REG-LIQ-FINAL               FROM WS-LF-ITEM
           END-IF.

           MOVE 'NETO A COBRAR'                 TO WS-LFI-CONCEPTO.
           MOVE SW-NETO                         TO WS-LFI-IMPORTE.
           WRITE REG-LIQ-FINAL                  FROM WS-LF-ITEM.

           IF NOT FS-LIQ-FINAL-OK
              DISPLAY 'ERROR AL ESCRIBIR LIQUIDACION-FINAL.TXT: '
                 FS-LIQ-FINAL
           END-IF.

           ADD 1                                TO WS-BAJ-CANT-DETALLE.
           ADD WS-FIN-SAC(SW-ID)                TO WS-FIN-TOT-SAC.
           ADD WS-FIN-VACACIONES(SW-ID)       TO WS-FIN-TOT-VACACIONES.
           ADD WS-FIN-INDEMNIZACION(SW-ID)
                                           TO WS-FIN-TOT-INDEMNIZACION.
           ADD SW-NETO                          TO WS-FIN-TOT-NETO.

       3646-DETALLE-FINAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El neto del legajo que se acaba de listar sale por banco si
      *    tiene CBU en CUENTAS.TXT (registro de detalle del archivo
      *    de transferencias) o queda informado en PAGOS-CAJA.TXT para
              DISPLAY 'ERROR EN CLOSE DEL HISTORICO: ' FS-HISTORICO
           END-IF.

           IF WS-PRESTAMOS-DISPONIBLES-SI
              CLOSE PRESTAMOS
              CLOSE CUOTAS

              IF NOT FS-PRESTAMOS-OK
                 OR NOT FS-CUOTAS-OK
                 DISPLAY 'ERROR EN CLOSE DE PRESTAMOS: ' FS-PRESTAMOS
                    ' ' FS-CUOTAS
              END-IF
           END-IF.

           IF WS-LICENCIAS-DISPONIBLES-SI
              CLOSE LICENCIAS
           END-IF.

           CLOSE SUELDOS-EXPORT.

           IF NOT FS-SUELDOS-EXPORT-OK
              END-IF
           END-IF.

      *    El detalle de la liquidacion final cierra con la cantidad
      *    de legajos y los totales por concepto.
           IF WS-MODO-FINAL
              MOVE WS-BAJ-CANT-DETALLE          TO WS-LFT1-CANT
              MOVE WS-FIN-TOT-NETO              TO WS-LFT1-NETO
              MOVE WS-FIN-TOT-SAC               TO WS-LFT2-SAC
              MOVE WS-FIN-TOT-VACACIONES        TO WS-LFT2-VACACIONES
              MOVE WS-FIN-TOT-INDEMNIZACION
                                             TO WS-LFT2-INDEMNIZACION
              WRITE REG-LIQ-FINAL               FROM WS-LF-SEPARADOR
              WRITE REG-LIQ-FINAL               FROM WS-LF-TOTAL-1
              WRITE REG-LIQ-FINAL               FROM WS-LF-TOTAL-2

              CLOSE LIQ-FINAL

              IF NOT FS-LIQ-FINAL-OK
                 DISPLAY 'ERROR EN CLOSE DE LIQUIDACION-FINAL.TXT: '
                    FS-LIQ-FINAL
              END-IF
           END-IF.

           MOVE WS-RESUMEN-TOT-CANT             TO WS-RST-CANT.
           MOVE WS-RESUMEN-TOT-BRUTO            TO WS-RST-BRUTO.
           MOVE WS-RESUMEN-TOT-DEDUC            TO WS-RST-DEDUC.
                 WS-SAC-PER-DESDE " A " WS-SAC-PER-HASTA
           END-IF.

           IF WS-MODO-FINAL
              DISPLAY "CORRIDA DE LIQUIDACION FINAL - BAJAS DEL "
                 "PERIODO " WS-PERIODO-PROCESO-NUM ": "
                 WS-BAJ-CANT-LEGAJOS
              IF WS-BAJ-CANT-FUSIONADOS > 0
                 DISPLAY "ATENCION: " WS-BAJ-CANT-FUSIONADOS
                    " legajo(s) ya liquidados en el periodo - la"
                    " liquidacion final se sumo a su historico"
              END-IF
           END-IF.

           MOVE WS-ENTRADA-CANT-REG TO WS-ENTRADA-CANT-REG-FORMAT .

           DISPLAY "**********************Existen "
                 " empleados"
           END-IF.

           IF WS-LIC-CANT-DESCUADRES > 0
              DISPLAY "ATENCION: " WS-LIC-CANT-DESCUADRES
                 " legajo(s) cuyos dias trabajados mas licencias no"
                 " dan los dias del periodo"
           END-IF.

           IF WS-LIC-CANT-SIN-GOCE > 0
              DISPLAY "INFORMATIVO: " WS-LIC-CANT-SIN-GOCE
                 " legajo(s) con licencia sin goce descontada del"
                 " sueldo base"
           END-IF.

           IF WS-CANT-DUPLICADOS > 0
              DISPLAY "ATENCION: " WS-CANT-DUPLICADOS
                 " legajo(s) repetidos en el lote - ver DUPLICADOS.TXT"
                 " AUDITORIA-VARIACIONES.TXT"
           END-IF.

           IF WS-PRE-CANT-TOMADAS > 0
              MOVE WS-PRE-IMP-TOMADO          TO WS-ENTRADA-IMP-FORMATO
              DISPLAY "INFORMATIVO: " WS-PRE-CANT-TOMADAS
                 " cuota(s) de prestamos descontadas por "
                 WS-ENTRADA-IMP-FORMATO
              IF WS-PRE-CANT-TERMINADOS > 0
                 DISPLAY "INFORMATIVO: " WS-PRE-CANT-TERMINADOS
                    " prestamo(s) cancelados con la cuota del periodo"
              END-IF
           END-IF.

      *    Control contra el/los trailer(es) que agrega cada extractor
      *    de sucursal; el balance lo determino 3800-EVALUAR-CONTROLES
      *    antes de finalizar las salidas, aca solo se informa (una
              CLOSE AUDITORIA
           END-IF.

           IF WS-MODO-FINAL
              CLOSE LIQ-FINAL
           END-IF.

           IF WS-MAESTRO-DISPONIBLE-SI
              CLOSE MAESTRO
           END-IF.

      *    Ningun saldo de prestamo se toco: se amortiza recien al
      *    grabar las filas de una corrida aprobada.
           IF WS-PRESTAMOS-DISPONIBLES-SI
              CLOSE PRESTAMOS
              CLOSE CUOTAS
           END-IF.

           IF WS-LICENCIAS-DISPONIBLES-SI
              CLOSE LICENCIAS
           END-IF.

      *    La lectura llego hasta el final: el checkpoint se vacia
      *    como en una corrida completa, para que el relanzamiento
      *    corregido arranque desde el primer registro (nada llego a
           MOVE WS-TRAILER-BALANCEADO           TO WS-CTL-BALANCEADO.
           MOVE WS-CORRIDA-REINICIO             TO WS-CTL-REINICIO.
           MOVE WS-PARM-MODO                    TO WS-CTL-MODO.
           MOVE WS-PERIODO-PROCESO-NUM          TO WS-CTL-PERIODO.

           WRITE REG-CONTROL                    FROM WS-CTL-REGISTRO.
           IF NOT FS-CONTROL-OK
