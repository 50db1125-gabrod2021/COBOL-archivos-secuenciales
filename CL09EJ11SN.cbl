      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: MANTENIMIENTO DE PRESTAMOS Y ADELANTOS AL PERSONAL
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Los prestamos y adelantos grandes al personal se cargaban
      * todos los meses a mano en NOVEDADES.TXT como un descuento
      * 'D', y nadie llevaba el saldo pendiente. Este programa
      * mantiene PRESTAMOS.DAT (legajo, numero de prestamo, capital,
      * cantidad e importe de cuota y saldo) con movimientos por lote
      * en PRESTAMOS-MOVIM.TXT, como CL09EJ05 las cuentas bancarias:
      *   - 'A' alta: prestamo ('P') o adelanto ('A') nuevo de un
      *         legajo activo en MAESTRO.DAT; el numero lo asigna el
      *         programa (siguiente del legajo). Sin importe de cuota
      *         se divide el capital en las cuotas pedidas; con
      *         importe, el saldo a descontar son las cuotas pactadas
      *         y deben cubrir al menos el capital. Sin periodo de
      *         inicio empieza a descontarse en el mes en curso.
      *   - 'C' cancelacion: anula un prestamo vigente (cargado por
      *         error o condonado); no se le descuenta mas nada.
      *   - 'P' pago anticipado: el empleado paga por caja todo el
      *         saldo (importe en cero) o una parte; el pago queda en
      *         la cuenta de cuotas y un pago parcial acorta el plazo.
      * La cuota de cada mes la descuenta CL09EJ01 como un concepto
      * mas de novedades y baja el saldo recien con la corrida
      * aprobada; cada cuota queda en PRESTAMOS-CUOTAS.DAT.
      * El resultado de cada movimiento sale en PRESTAMOS-INFORME.TXT
      * y cada cambio aplicado en el log permanente
      * PRESTAMOS-LOG.TXT. Al final se emite siempre
      * PRESTAMOS-SALDOS.TXT: por legajo, cada prestamo con todas las
      * cuotas tomadas y su saldo; el prestamo vigente de un legajo
      * dado de baja en el maestro sale marcado para que la
      * liquidacion final lo recupere.
      *
      * Modificaciones:
      * 15/10/2026 GR - El registro del maestro suma el sindicato y el
      *                 convenio del legajo (MAE-SINDICATO,
      *                 MAE-CONVENIO) que mantiene CL09EJ03.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ11.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVIMIENTOS
           ASSIGN TO 'PRESTAMOS-MOVIM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMIENTOS.

      * Mismo layout y clave que lee y actualiza CL09EJ01 al
      * descontar las cuotas.
       SELECT PRESTAMOS
           ASSIGN TO 'PRESTAMOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FS-PRESTAMOS.

      * Cuotas tomadas por prestamo (las graba CL09EJ01; aca se
      * agregan los pagos anticipados y se listan para el informe).
       SELECT CUOTAS
           ASSIGN TO 'PRESTAMOS-CUOTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

      * Mismo layout y clave que mantiene CL09EJ03; aca solo se
      * consulta para validar el legajo y marcar los de baja.
       SELECT MAESTRO
           ASSIGN TO 'MAESTRO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

       SELECT INFORME
           ASSIGN TO 'PRESTAMOS-INFORME.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

      * Log permanente de cambios: una linea con fecha y hora por
      * cada movimiento aplicado; cada corrida agrega al final.
       SELECT LOG-CAMBIOS
           ASSIGN TO 'PRESTAMOS-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG.

      * Informe de saldos por legajo con el detalle de cuotas.
       SELECT SALDOS
           ASSIGN TO 'PRESTAMOS-SALDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALDOS.

       DATA DIVISION.

       FILE SECTION.

       FD MOVIMIENTOS.
       01 REG-MOVIM.
          05 MOV-ACCION                     PIC X(1).
             88 MOV-ACCION-ALTA             VALUE 'A'.
             88 MOV-ACCION-CANCELA          VALUE 'C'.
             88 MOV-ACCION-PAGO             VALUE 'P'.
          05 MOV-LEGAJO                     PIC 9(5).
      *    Numero de prestamo del legajo: lo exigen la cancelacion y
      *    el pago anticipado; en el alta se ignora.
          05 MOV-NRO                        PIC 9(3).
      *    Tipo 'P' prestamo o 'A' adelanto de sueldo (solo alta).
          05 MOV-TIPO                       PIC X(1).
      *    Capital en el alta; importe pagado en el pago anticipado
      *    (en cero o en blanco, todo el saldo).
          05 MOV-IMPORTE                    PIC 9(8)V9(2).
          05 MOV-IMPORTE-X REDEFINES MOV-IMPORTE
                                            PIC X(10).
          05 MOV-CANT-CUOTAS                PIC 9(3).
          05 MOV-IMP-CUOTA                  PIC 9(8)V9(2).
          05 MOV-IMP-CUOTA-X REDEFINES MOV-IMP-CUOTA
                                            PIC X(10).
          05 MOV-PERIODO-INICIO             PIC 9(6).
          05 MOV-PERIODO-INICIO-X REDEFINES MOV-PERIODO-INICIO
                                            PIC X(6).

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

       FD MAESTRO.
       01 MAE-REGISTRO.
          05 MAE-LEGAJO                     PIC 9(5).
          05 MAE-NOMBRE                     PIC X(15).
          05 MAE-APELLIDO                   PIC X(15).
          05 MAE-DEPTO                      PIC X(4).
          05 MAE-FECHA-ALTA                 PIC 9(8).
          05 MAE-FECHA-BAJA                 PIC 9(8).
          05 MAE-ESTADO                     PIC X(1).
             88 MAE-ESTADO-ACTIVO           VALUE 'A'.
             88 MAE-ESTADO-BAJA             VALUE 'B'.
             88 MAE-ESTADO-INACTIVO         VALUE 'I'.
      *    Datos de identificacion para la declaracion mensual de
      *    cargas sociales (la arma CL09EJ08): CUIL, tipo de
      *    contrato y codigo de obra social; los mantiene CL09EJ03
      *    por el mismo circuito de movimientos.
          05 MAE-CUIL                       PIC 9(11).
          05 MAE-TIPO-CONTRATO              PIC X(2).
          05 MAE-OBRA-SOCIAL                PIC X(6).
          05 MAE-SINDICATO                  PIC X(4).
          05 MAE-CONVENIO                   PIC X(6).

       FD INFORME.
       01 REG-INFORME                       PIC X(100).

       FD LOG-CAMBIOS.
       01 REG-LOG                           PIC X(90).

       FD SALDOS.
       01 REG-SALDOS                        PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MOVIMIENTOS                  PIC X(2).
             88 FS-MOVIMIENTOS-OK            VALUE '00'.
             88 FS-MOVIMIENTOS-NFD           VALUE '35'.
          05 FS-PRESTAMOS                    PIC X(2).
             88 FS-PRESTAMOS-OK              VALUE '00'.
             88 FS-PRESTAMOS-NFD             VALUE '35'.
             88 FS-PRESTAMOS-NOT-FOUND       VALUE '23'.
          05 FS-CUOTAS                       PIC X(2).
             88 FS-CUOTAS-OK                 VALUE '00'.
             88 FS-CUOTAS-NFD                VALUE '35'.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                VALUE '00'.
             88 FS-MAESTRO-NFD               VALUE '35'.
             88 FS-MAESTRO-NOT-FOUND         VALUE '23'.
          05 FS-INFORME                      PIC X(2).
             88 FS-INFORME-OK                VALUE '00'.
          05 FS-LOG                          PIC X(2).
             88 FS-LOG-OK                    VALUE '00'.
             88 FS-LOG-NFD                   VALUE '35'.
          05 FS-SALDOS                       PIC X(2).
             88 FS-SALDOS-OK                 VALUE '00'.

       01 WS-MOVIM-EOF                       PIC X(1) VALUE 'N'.
          88 WS-MOVIM-EOF-YES                VALUE 'Y'.
          88 WS-MOVIM-EOF-NO                 VALUE 'N'.

      * Sin PRESTAMOS.DAT y PRESTAMOS-CUOTAS.DAT abiertos no se
      * aplica nada ni se emite el informe de saldos.
       01 WS-PRESTAMOS-DISPONIBLE            PIC X(1) VALUE 'N'.
          88 WS-PRESTAMOS-DISPONIBLE-SI      VALUE 'S'.
          88 WS-PRESTAMOS-DISPONIBLE-NO      VALUE 'N'.

      * Disponibilidad del maestro: sin MAESTRO.DAT se avisa una sola
      * vez y las altas siguen sin esa validacion, igual que hace
      * CL09EJ05 con las cuentas.
       01 WS-MAESTRO-DISPONIBLE              PIC X(1) VALUE 'N'.
          88 WS-MAESTRO-DISPONIBLE-SI        VALUE 'S'.
          88 WS-MAESTRO-DISPONIBLE-NO        VALUE 'N'.

       01 WS-CANT-MOVIM                      PIC 9(5) VALUE 0.
       01 WS-CANT-APLICADOS                  PIC 9(5) VALUE 0.
       01 WS-CANT-ERRORES                    PIC 9(5) VALUE 0.

       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                      PIC 9(4).
          05 WS-FH-MES                       PIC 9(2).
          05 WS-FH-DIA                       PIC 9(2).

       01 WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY
                                             PIC 9(8).

       01 WS-HORA-HOY.
          05 WS-HH-HHMMSS                    PIC 9(6).
          05 FILLER                          PIC X(2).

      * Mes en curso (AAAAMM): inicio por omision de un alta y
      * periodo con que queda registrado un pago anticipado.
       01 WS-PERIODO-HOY                     PIC 9(6) VALUE 0.
       01 WS-PERIODO-VALIDAR                 PIC 9(6) VALUE 0.
       01 WS-PERIODO-VALIDAR-R REDEFINES WS-PERIODO-VALIDAR.
          05 WS-PV-ANIO                      PIC 9(4).
          05 WS-PV-MES                       PIC 9(2).

      * Valores del movimiento en curso ya validados.
       01 WS-MOV-CAPITAL                     PIC 9(8)V9(2) VALUE 0.
       01 WS-MOV-IMP-CUOTA                   PIC 9(8)V9(2) VALUE 0.
       01 WS-MOV-SALDO                       PIC 9(8)V9(2) VALUE 0.
       01 WS-MOV-PAGO                        PIC 9(8)V9(2) VALUE 0.
       01 WS-MOV-PERIODO                     PIC 9(6) VALUE 0.
       01 WS-SALDO-ANTERIOR                  PIC 9(8)V9(2) VALUE 0.
       01 WS-CUBIERTO                        PIC 9(11)V9(2) VALUE 0.

      * Busqueda del ultimo numero de prestamo del legajo.
       01 WS-ULTIMO-NRO                      PIC 9(3) VALUE 0.
       01 WS-BUSQUEDA                        PIC X(1) VALUE 'N'.
          88 WS-BUSQUEDA-FIN                 VALUE 'S'.
          88 WS-BUSQUEDA-SIGUE               VALUE 'N'.

       01 WS-RESULTADO-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RES-ACCION                   PIC X(1).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RES-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RES-NRO                      PIC 9(3).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RES-DETALLE                  PIC X(50).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RES-SALDO                    PIC ZZ.ZZZ.ZZ9,99.

       01 WS-TOTAL-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(13)
             VALUE 'MOVIMIENTOS: '.
          05 WS-TOT-MOVIM                    PIC Z(4)9.
          05 FILLER                          PIC X(13)
             VALUE '  APLICADOS: '.
          05 WS-TOT-APLICADOS                PIC Z(4)9.
          05 FILLER                          PIC X(13)
             VALUE '  RECHAZADOS:'.
          05 WS-TOT-ERRORES                  PIC Z(4)9.

      * Linea del log de cambios: fecha, hora, accion, legajo,
      * prestamo, importe del movimiento y saldo anterior y nuevo.
       01 WS-LOG-LINEA.
          05 WS-LOG-FECHA                    PIC 9(8).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-HORA                     PIC 9(6).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-ACCION                   PIC X(1).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-NRO                      PIC 9(3).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-IMPORTE                  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-SALDO-ANTERIOR           PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(04) VALUE ' -> '.
          05 WS-LOG-SALDO-NUEVO              PIC ZZ.ZZZ.ZZ9,99.

      * Control del informe de saldos: corte por legajo y totales.
       01 WS-SALDOS-EOF                      PIC X(1) VALUE 'N'.
          88 WS-SALDOS-EOF-YES               VALUE 'Y'.
       01 WS-CUOTAS-EOF                      PIC X(1) VALUE 'N'.
          88 WS-CUOTAS-EOF-YES               VALUE 'Y'.
          88 WS-CUOTAS-EOF-NO                VALUE 'N'.
       01 WS-REP-LEGAJO-ANT                  PIC 9(5) VALUE 0.
       01 WS-REP-CANT-LEGAJOS                PIC 9(5) VALUE 0.
       01 WS-REP-SALDO-LEGAJO                PIC 9(9)V9(2) VALUE 0.
       01 WS-REP-CANT-VIGENTES               PIC 9(5) VALUE 0.
       01 WS-REP-SALDO-TOTAL                 PIC 9(9)V9(2) VALUE 0.
       01 WS-REP-CANT-BAJAS                  PIC 9(5) VALUE 0.
       01 WS-REP-SALDO-BAJAS                 PIC 9(9)V9(2) VALUE 0.
       01 WS-REP-SITUACION                   PIC X(1) VALUE SPACE.
          88 WS-REP-SIT-ACTIVO               VALUE 'A'.
          88 WS-REP-SIT-BAJA                 VALUE 'B'.
          88 WS-REP-SIT-INACTIVO             VALUE 'I'.
          88 WS-REP-SIT-SIN-MAESTRO          VALUE 'N'.

      * Fecha AAAAMMDD a formatear como DD/MM/AAAA en el informe.
       01 WS-FECHA-AUX                       PIC 9(8) VALUE 0.
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
          05 WS-FA-ANIO                      PIC 9(4).
          05 WS-FA-MES                       PIC 9(2).
          05 WS-FA-DIA                       PIC 9(2).
       01 WS-FECHA-FORMATO.
          05 WS-FF-DIA                       PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-FF-MES                       PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-FF-ANIO                      PIC 9(4).
       01 WS-FECHA-TEXTO                     PIC X(10) VALUE SPACES.

       01 WS-SAL-TITULO.
          05 FILLER                          PIC X(47)
             VALUE ' INFORME DE SALDOS DE PRESTAMOS Y ADELANTOS AL '.
          05 WS-STI-FECHA                    PIC X(10).

       01 WS-SAL-LEGAJO.
          05 FILLER                          PIC X(08)
             VALUE ' LEGAJO '.
          05 WS-SLE-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-SLE-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-SLE-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(13)
             VALUE '  SITUACION: '.
          05 WS-SLE-SITUACION                PIC X(20).

       01 WS-SAL-PRESTAMO.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-SPR-CLASE                    PIC X(08).
          05 FILLER                          PIC X(05) VALUE ' NRO '.
          05 WS-SPR-NRO                      PIC 9(3).
          05 FILLER                          PIC X(07) VALUE '  ALTA '.
          05 WS-SPR-ALTA                     PIC X(10).
          05 FILLER                          PIC X(09)
             VALUE '  DESDE '.
          05 WS-SPR-INICIO                   PIC 9(6).
          05 FILLER                          PIC X(10)
             VALUE '  CAPITAL '.
          05 WS-SPR-CAPITAL                  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-SPR-CANT-CUOTAS              PIC ZZ9.
          05 FILLER                          PIC X(11)
             VALUE ' CUOTAS DE '.
          05 WS-SPR-IMP-CUOTA                PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-SPR-ESTADO                   PIC X(20).

       01 WS-SAL-CUOTA.
          05 FILLER                          PIC X(07) VALUE SPACES.
          05 FILLER                          PIC X(06) VALUE 'CUOTA '.
          05 WS-SCU-NRO-CUOTA                PIC ZZ9.
          05 FILLER                          PIC X(10)
             VALUE '  PERIODO '.
          05 WS-SCU-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-SCU-ORIGEN                   PIC X(17).
          05 FILLER                          PIC X(10)
             VALUE '  CORRIDA '.
          05 WS-SCU-CORRIDA                  PIC ZZZZ9.
          05 FILLER                          PIC X(08)
             VALUE '  FECHA '.
          05 WS-SCU-FECHA                    PIC X(10).
          05 FILLER                          PIC X(10)
             VALUE '  IMPORTE '.
          05 WS-SCU-IMPORTE                  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(08)
             VALUE '  SALDO '.
          05 WS-SCU-SALDO                    PIC ZZ.ZZZ.ZZ9,99.

       01 WS-SAL-PIE-PRESTAMO.
          05 FILLER                          PIC X(07) VALUE SPACES.
          05 FILLER                          PIC X(15)
             VALUE 'CUOTAS TOMADAS '.
          05 WS-SPP-PAGADAS                  PIC ZZ9.
          05 FILLER                          PIC X(04) VALUE ' DE '.
          05 WS-SPP-CANT-CUOTAS              PIC ZZ9.
          05 FILLER                          PIC X(19)
             VALUE ' - SALDO PENDIENTE '.
          05 WS-SPP-SALDO                    PIC ZZ.ZZZ.ZZ9,99.

       01 WS-SAL-AVISO.
          05 FILLER                          PIC X(07) VALUE SPACES.
          05 FILLER                          PIC X(04) VALUE '*** '.
          05 WS-SAV-TEXTO                    PIC X(80).

       01 WS-SAL-AVISO-BAJA.
          05 FILLER                          PIC X(07) VALUE SPACES.
          05 FILLER                          PIC X(45)
             VALUE '*** EMPLEADO DADO DE BAJA CON SALDO PENDIENTE '.
          05 FILLER                          PIC X(37)
             VALUE '- RECUPERAR EN LA LIQUIDACION FINAL'.

       01 WS-SAL-SUBTOTAL.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 FILLER                          PIC X(28)
             VALUE 'SALDO PENDIENTE DEL LEGAJO: '.
          05 WS-SST-SALDO                    PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-SAL-TOTAL-1.
          05 FILLER                          PIC X(21)
             VALUE ' PRESTAMOS VIGENTES: '.
          05 WS-ST1-CANT                     PIC ZZZZ9.
          05 FILLER                          PIC X(28)
             VALUE '   SALDO TOTAL A DESCONTAR: '.
          05 WS-ST1-SALDO                    PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-SAL-TOTAL-2.
          05 FILLER                          PIC X(36)
             VALUE ' VIGENTES DE LEGAJOS DADOS DE BAJA: '.
          05 WS-ST2-CANT                     PIC ZZZZ9.
          05 FILLER                          PIC X(22)
             VALUE '   SALDO A RECUPERAR: '.
          05 WS-ST2-SALDO                    PIC ZZZ.ZZZ.ZZ9,99.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY                   FROM TIME.

           COMPUTE WS-PERIODO-HOY = WS-FH-ANIO * 100 + WS-FH-MES.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           IF FS-MOVIMIENTOS-OK
              AND WS-PRESTAMOS-DISPONIBLE-SI
              PERFORM 1500-LEER-MOVIMIENTO
                 THRU 1500-LEER-MOVIMIENTO-EXIT

              PERFORM 2000-APLICAR-MOVIMIENTO
                 THRU 2000-APLICAR-MOVIMIENTO-EXIT
                UNTIL WS-MOVIM-EOF-YES
           END-IF.

      *    El informe de saldos sale siempre, haya habido movimientos
      *    o no: es la consulta mensual de lo que se adeuda.
           IF WS-PRESTAMOS-DISPONIBLE-SI
              PERFORM 3000-INFORME-SALDOS
                 THRU 3000-INFORME-SALDOS-EXIT
           END-IF.

           PERFORM 3500-CERRAR-ARCHIVOS
              THRU 3500-CERRAR-ARCHIVOS-EXIT.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-ABRIR-ARCHIVOS.

           OPEN INPUT MOVIMIENTOS.

           IF FS-MOVIMIENTOS-NFD
              DISPLAY 'NO EXISTE PRESTAMOS-MOVIM.TXT - SOLO SE EMITE '
                 'EL INFORME DE SALDOS'
           ELSE
              IF NOT FS-MOVIMIENTOS-OK
                 DISPLAY 'ERROR AL ABRIR LOS MOVIMIENTOS: '
                    FS-MOVIMIENTOS
              END-IF
           END-IF.

      *    Los dos archivos de prestamos pueden no existir todavia
      *    (primer prestamo): se crean vacios y se reabren en I-O,
      *    igual que el historico en CL09EJ01.
           OPEN I-O PRESTAMOS.

           IF FS-PRESTAMOS-NFD
              OPEN OUTPUT PRESTAMOS
              CLOSE PRESTAMOS
              OPEN I-O PRESTAMOS
           END-IF.

           IF FS-PRESTAMOS-OK
              SET WS-PRESTAMOS-DISPONIBLE-SI    TO TRUE
           ELSE
              DISPLAY 'ERROR AL ABRIR PRESTAMOS: ' FS-PRESTAMOS
           END-IF.

           OPEN I-O CUOTAS.

           IF FS-CUOTAS-NFD
              OPEN OUTPUT CUOTAS
              CLOSE CUOTAS
              OPEN I-O CUOTAS
           END-IF.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL ABRIR PRESTAMOS-CUOTAS: ' FS-CUOTAS
              IF WS-PRESTAMOS-DISPONIBLE-SI
                 CLOSE PRESTAMOS
                 SET WS-PRESTAMOS-DISPONIBLE-NO TO TRUE
              END-IF
           END-IF.

           IF WS-PRESTAMOS-DISPONIBLE-NO
              DISPLAY 'SIN LOS ARCHIVOS DE PRESTAMOS NO SE APLICAN '
                 'MOVIMIENTOS NI SE EMITE EL INFORME DE SALDOS'
           END-IF.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    SET WS-MAESTRO-DISPONIBLE-SI  TO TRUE
               WHEN FS-MAESTRO-NFD
                    SET WS-MAESTRO-DISPONIBLE-NO  TO TRUE
                    DISPLAY 'ATENCION: NO EXISTE MAESTRO.DAT - NO SE '
                       'VALIDAN LOS LEGAJOS CONTRA EL MAESTRO'
               WHEN OTHER
                    SET WS-MAESTRO-DISPONIBLE-NO  TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO: ' FS-MAESTRO
           END-EVALUATE.

           OPEN OUTPUT INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ABRIR EL INFORME: ' FS-INFORME
           END-IF.

      *    El log es permanente: cada corrida agrega al final; la
      *    primera vez se crea vacio, como el de CL09EJ05.
           OPEN EXTEND LOG-CAMBIOS.

           IF FS-LOG-NFD
              OPEN OUTPUT LOG-CAMBIOS
           END-IF.

           IF NOT FS-LOG-OK
              DISPLAY 'ERROR AL ABRIR EL LOG DE CAMBIOS: ' FS-LOG
           END-IF.

       1000-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1500-LEER-MOVIMIENTO.

           READ MOVIMIENTOS
              AT END
                 SET WS-MOVIM-EOF-YES           TO TRUE
           END-READ.

       1500-LEER-MOVIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2000-APLICAR-MOVIMIENTO.

           ADD 1                                TO WS-CANT-MOVIM.

           MOVE MOV-ACCION                      TO WS-RES-ACCION.
           MOVE MOV-LEGAJO                      TO WS-RES-LEGAJO.
           MOVE 0                               TO WS-RES-NRO.
           MOVE 0                               TO WS-RES-SALDO.

           IF MOV-NRO NUMERIC
              MOVE MOV-NRO                      TO WS-RES-NRO
           END-IF.

           IF MOV-LEGAJO NOT NUMERIC
              MOVE 'LEGAJO NO NUMERICO'         TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

           EVALUATE TRUE
               WHEN MOV-ACCION-ALTA
                    PERFORM 2100-ALTA
                       THRU 2100-ALTA-EXIT
               WHEN MOV-ACCION-CANCELA
                    PERFORM 2200-CANCELACION
                       THRU 2200-CANCELACION-EXIT
               WHEN MOV-ACCION-PAGO
                    PERFORM 2300-PAGO-ANTICIPADO
                       THRU 2300-PAGO-ANTICIPADO-EXIT
               WHEN OTHER
                    MOVE 'ACCION DESCONOCIDA (USAR A, C O P)'
                                                 TO WS-RES-DETALLE
                    PERFORM 2900-INFORMAR-ERROR
                       THRU 2900-INFORMAR-ERROR-EXIT
           END-EVALUATE.

       2000-APLICAR-MOVIMIENTO-SIGUE.

           PERFORM 1500-LEER-MOVIMIENTO
              THRU 1500-LEER-MOVIMIENTO-EXIT.

       2000-APLICAR-MOVIMIENTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Alta de prestamo: tipo, capital y cuotas validos, periodo
      *    de inicio valido (o el mes en curso) y legajo activo en el
      *    maestro. Sin importe de cuota se divide el capital,
      *    redondeando la cuota hacia arriba para que la ultima no
      *    quede en centavos; con importe, las cuotas pactadas son el
      *    saldo a descontar y tienen que cubrir el capital.
       2100-ALTA.

           IF MOV-TIPO NOT = 'P'
              AND MOV-TIPO NOT = 'A'
              MOVE 'TIPO INVALIDO (USAR P PRESTAMO O A ADELANTO)'
                                                 TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2100-ALTA-EXIT
           END-IF.

           IF MOV-IMPORTE NOT NUMERIC
              OR MOV-IMPORTE = 0
              MOVE 'CAPITAL INVALIDO O EN CERO'   TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2100-ALTA-EXIT
           END-IF.

           IF MOV-CANT-CUOTAS NOT NUMERIC
              OR MOV-CANT-CUOTAS = 0
              MOVE 'CANTIDAD DE CUOTAS INVALIDA O EN CERO'
                                                 TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2100-ALTA-EXIT
           END-IF.

           MOVE MOV-IMPORTE                     TO WS-MOV-CAPITAL.

           IF MOV-IMP-CUOTA-X = SPACES
              MOVE 0                            TO WS-MOV-IMP-CUOTA
           ELSE
              IF MOV-IMP-CUOTA NOT NUMERIC
                 MOVE 'IMPORTE DE CUOTA INVALIDO' TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2100-ALTA-EXIT
              END-IF
              MOVE MOV-IMP-CUOTA                TO WS-MOV-IMP-CUOTA
           END-IF.

           IF MOV-PERIODO-INICIO-X = SPACES
              OR MOV-PERIODO-INICIO-X = ZEROS
              MOVE WS-PERIODO-HOY               TO WS-MOV-PERIODO
           ELSE
              IF MOV-PERIODO-INICIO NOT NUMERIC
                 MOVE 'PERIODO DE INICIO INVALIDO (AAAAMM)'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2100-ALTA-EXIT
              END-IF
              MOVE MOV-PERIODO-INICIO           TO WS-MOV-PERIODO
           END-IF.

           MOVE WS-MOV-PERIODO                  TO WS-PERIODO-VALIDAR.

           IF WS-PV-MES < 01
              OR WS-PV-MES > 12
              OR WS-PV-ANIO < 2000
              MOVE 'PERIODO DE INICIO INVALIDO (AAAAMM)'
                                                 TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2100-ALTA-EXIT
           END-IF.

           IF WS-MOV-IMP-CUOTA = 0
              COMPUTE WS-MOV-IMP-CUOTA =
                 WS-MOV-CAPITAL / MOV-CANT-CUOTAS
              COMPUTE WS-CUBIERTO =
                 WS-MOV-IMP-CUOTA * MOV-CANT-CUOTAS
              IF WS-CUBIERTO < WS-MOV-CAPITAL
                 ADD 0,01                       TO WS-MOV-IMP-CUOTA
              END-IF
              MOVE WS-MOV-CAPITAL               TO WS-MOV-SALDO
           ELSE
              COMPUTE WS-CUBIERTO =
                 WS-MOV-IMP-CUOTA * MOV-CANT-CUOTAS
              IF WS-CUBIERTO < WS-MOV-CAPITAL
                 MOVE 'LAS CUOTAS NO CUBREN EL CAPITAL'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2100-ALTA-EXIT
              END-IF
              IF WS-CUBIERTO > 99999999,99
                 MOVE 'EL TOTAL DE LAS CUOTAS EXCEDE EL MAXIMO'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2100-ALTA-EXIT
              END-IF
              MOVE WS-CUBIERTO                  TO WS-MOV-SALDO
           END-IF.

           PERFORM 2700-VALIDAR-MAESTRO
              THRU 2700-VALIDAR-MAESTRO-EXIT.

           IF WS-RES-DETALLE NOT = SPACES
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2100-ALTA-EXIT
           END-IF.

           PERFORM 2450-BUSCAR-ULTIMO-NRO
              THRU 2450-BUSCAR-ULTIMO-NRO-EXIT.

           IF WS-ULTIMO-NRO = 999
              MOVE 'EL LEGAJO AGOTO LA NUMERACION DE PRESTAMOS'
                                                 TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2100-ALTA-EXIT
           END-IF.

           MOVE MOV-LEGAJO                      TO PRE-LEGAJO.
           COMPUTE PRE-NRO = WS-ULTIMO-NRO + 1.
           MOVE MOV-TIPO                        TO PRE-TIPO.
           MOVE WS-FECHA-HOY-NUM                TO PRE-FECHA-ALTA.
           MOVE WS-MOV-PERIODO                  TO PRE-PERIODO-INICIO.
           MOVE WS-MOV-CAPITAL                  TO PRE-CAPITAL.
           MOVE MOV-CANT-CUOTAS                 TO PRE-CANT-CUOTAS.
           MOVE WS-MOV-IMP-CUOTA                TO PRE-IMP-CUOTA.
           MOVE 0                               TO PRE-CUOTAS-PAGADAS.
           MOVE WS-MOV-SALDO                    TO PRE-SALDO.
           SET PRE-ESTADO-VIGENTE               TO TRUE.
           MOVE 0                               TO PRE-ULTIMO-PERIODO.
           MOVE 0                               TO PRE-ULTIMA-CORRIDA.
           MOVE 0                             TO PRE-ULTIMA-CUOTA-IMP.
           MOVE 0                             TO PRE-CANT-MOVIMIENTOS.
           MOVE 0                               TO PRE-FECHA-CIERRE.

           WRITE PRE-REGISTRO
              INVALID KEY
                 MOVE 'ERROR AL GRABAR EL PRESTAMO' TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2100-ALTA-EXIT
           END-WRITE.

           MOVE PRE-NRO                         TO WS-RES-NRO.
           MOVE WS-MOV-CAPITAL                  TO WS-LOG-IMPORTE.
           MOVE 0                            TO WS-LOG-SALDO-ANTERIOR.
           MOVE PRE-SALDO                       TO WS-LOG-SALDO-NUEVO.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           IF PRE-TIPO-ADELANTO
              MOVE 'ALTA DE ADELANTO APLICADA - SALDO A DESCONTAR'
                                                 TO WS-RES-DETALLE
           ELSE
              MOVE 'ALTA DE PRESTAMO APLICADA - SALDO A DESCONTAR'
                                                 TO WS-RES-DETALLE
           END-IF.

           MOVE PRE-SALDO                       TO WS-RES-SALDO.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2100-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Cancelacion: el prestamo vigente queda anulado con el saldo
      *    que tenia (para la historia) y la corrida deja de
      *    descontarlo. No exige maestro: tambien se anula el de un
      *    legajo ya dado de baja.
       2200-CANCELACION.

           PERFORM 2400-BUSCAR-PRESTAMO
              THRU 2400-BUSCAR-PRESTAMO-EXIT.

           IF WS-RES-DETALLE NOT = SPACES
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2200-CANCELACION-EXIT
           END-IF.

           MOVE PRE-SALDO                       TO WS-SALDO-ANTERIOR.

           SET PRE-ESTADO-ANULADO               TO TRUE.
           MOVE WS-FECHA-HOY-NUM                TO PRE-FECHA-CIERRE.

           REWRITE PRE-REGISTRO
              INVALID KEY
                 MOVE 'ERROR AL ACTUALIZAR EL PRESTAMO'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2200-CANCELACION-EXIT
           END-REWRITE.

           MOVE 0                               TO WS-LOG-IMPORTE.
           MOVE WS-SALDO-ANTERIOR            TO WS-LOG-SALDO-ANTERIOR.
           MOVE WS-SALDO-ANTERIOR               TO WS-LOG-SALDO-NUEVO.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           MOVE 'PRESTAMO ANULADO - EL SALDO NO SE DESCUENTA'
                                                 TO WS-RES-DETALLE.
           MOVE WS-SALDO-ANTERIOR               TO WS-RES-SALDO.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2200-CANCELACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Pago anticipado por caja: todo el saldo (importe en cero o
      *    en blanco, o mayor al saldo) o una parte. El pago queda en
      *    la cuenta de cuotas como un movimiento mas, sin corrida; el
      *    pago total termina el prestamo y el parcial solo baja el
      *    saldo (la cuota pactada sigue igual y el plazo se acorta).
       2300-PAGO-ANTICIPADO.

           PERFORM 2400-BUSCAR-PRESTAMO
              THRU 2400-BUSCAR-PRESTAMO-EXIT.

           IF WS-RES-DETALLE NOT = SPACES
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2300-PAGO-ANTICIPADO-EXIT
           END-IF.

           IF MOV-IMPORTE-X = SPACES
              MOVE 0                            TO WS-MOV-PAGO
           ELSE
              IF MOV-IMPORTE NOT NUMERIC
                 MOVE 'IMPORTE DEL PAGO INVALIDO' TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2300-PAGO-ANTICIPADO-EXIT
              END-IF
              MOVE MOV-IMPORTE                  TO WS-MOV-PAGO
           END-IF.

           IF WS-MOV-PAGO = 0
              OR WS-MOV-PAGO > PRE-SALDO
              MOVE PRE-SALDO                    TO WS-MOV-PAGO
           END-IF.

           MOVE PRE-SALDO                       TO WS-SALDO-ANTERIOR.
           SUBTRACT WS-MOV-PAGO                 FROM PRE-SALDO.
           ADD 1                                TO PRE-CANT-MOVIMIENTOS.

           IF PRE-SALDO = 0
              SET PRE-ESTADO-PRECANCELADO       TO TRUE
              MOVE WS-FECHA-HOY-NUM             TO PRE-FECHA-CIERRE
           END-IF.

           REWRITE PRE-REGISTRO
              INVALID KEY
                 MOVE 'ERROR AL ACTUALIZAR EL PRESTAMO'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2300-PAGO-ANTICIPADO-EXIT
           END-REWRITE.

           MOVE PRE-LEGAJO                      TO CUO-LEGAJO.
           MOVE PRE-NRO                         TO CUO-NRO.
           MOVE PRE-CANT-MOVIMIENTOS            TO CUO-SECUENCIA.
           SET CUO-ORIGEN-ANTICIPADO            TO TRUE.
           MOVE WS-PERIODO-HOY                  TO CUO-PERIODO.
           MOVE 0                               TO CUO-NRO-CUOTA.
           MOVE WS-MOV-PAGO                     TO CUO-IMPORTE.
           MOVE PRE-SALDO                       TO CUO-SALDO.
           MOVE 0                               TO CUO-NRO-CORRIDA.
           MOVE WS-FECHA-HOY-NUM                TO CUO-FECHA.

           WRITE CUO-REGISTRO
              INVALID KEY
                 REWRITE CUO-REGISTRO
           END-WRITE.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL GRABAR EL PAGO EN PRESTAMOS-CUOTAS: '
                 FS-CUOTAS
           END-IF.

           MOVE WS-MOV-PAGO                     TO WS-LOG-IMPORTE.
           MOVE WS-SALDO-ANTERIOR            TO WS-LOG-SALDO-ANTERIOR.
           MOVE PRE-SALDO                       TO WS-LOG-SALDO-NUEVO.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           IF PRE-SALDO = 0
              MOVE 'PAGO ANTICIPADO TOTAL - PRESTAMO CANCELADO'
                                                 TO WS-RES-DETALLE
           ELSE
              MOVE 'PAGO ANTICIPADO PARCIAL - SALDO RESTANTE'
                                                 TO WS-RES-DETALLE
           END-IF.

           MOVE PRE-SALDO                       TO WS-RES-SALDO.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2300-PAGO-ANTICIPADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Lee el prestamo legajo + numero del movimiento en curso y
      *    exige que este vigente; deja el motivo del error en
      *    WS-RES-DETALLE (en blanco, prestamo encontrado y vigente).
       2400-BUSCAR-PRESTAMO.

           MOVE SPACES                          TO WS-RES-DETALLE.

           IF MOV-NRO NOT NUMERIC
              OR MOV-NRO = 0
              MOVE 'FALTA EL NUMERO DE PRESTAMO'  TO WS-RES-DETALLE
              GO TO 2400-BUSCAR-PRESTAMO-EXIT
           END-IF.

           MOVE MOV-LEGAJO                      TO PRE-LEGAJO.
           MOVE MOV-NRO                         TO PRE-NRO.

           READ PRESTAMOS
              INVALID KEY
                 MOVE 'PRESTAMO INEXISTENTE PARA EL LEGAJO'
                                                 TO WS-RES-DETALLE
                 GO TO 2400-BUSCAR-PRESTAMO-EXIT
           END-READ.

           IF NOT PRE-ESTADO-VIGENTE
              MOVE 'EL PRESTAMO NO ESTA VIGENTE' TO WS-RES-DETALLE
           END-IF.

       2400-BUSCAR-PRESTAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Ultimo numero de prestamo usado por el legajo del
      *    movimiento (cero si no tiene ninguno); el alta toma el
      *    siguiente.
       2450-BUSCAR-ULTIMO-NRO.

           MOVE 0                               TO WS-ULTIMO-NRO.
           SET WS-BUSQUEDA-SIGUE                TO TRUE.

           MOVE MOV-LEGAJO                      TO PRE-LEGAJO.
           MOVE 0                               TO PRE-NRO.

           START PRESTAMOS KEY IS NOT LESS THAN PRE-CLAVE
              INVALID KEY
                 GO TO 2450-BUSCAR-ULTIMO-NRO-EXIT
           END-START.

           PERFORM 2460-LEER-NRO
              THRU 2460-LEER-NRO-EXIT
             UNTIL WS-BUSQUEDA-FIN.

       2450-BUSCAR-ULTIMO-NRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2460-LEER-NRO.

           READ PRESTAMOS NEXT RECORD
              AT END
                 SET WS-BUSQUEDA-FIN            TO TRUE
                 GO TO 2460-LEER-NRO-EXIT
           END-READ.

           IF PRE-LEGAJO NOT = MOV-LEGAJO
              SET WS-BUSQUEDA-FIN               TO TRUE
           ELSE
              MOVE PRE-NRO                      TO WS-ULTIMO-NRO
           END-IF.

       2460-LEER-NRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Valida el legajo contra el maestro (si esta disponible):
      *    inexistente o no activo deja el motivo del error en
      *    WS-RES-DETALLE; en blanco significa validacion pasada.
       2700-VALIDAR-MAESTRO.

           MOVE SPACES                          TO WS-RES-DETALLE.

           IF WS-MAESTRO-DISPONIBLE-NO
              GO TO 2700-VALIDAR-MAESTRO-EXIT
           END-IF.

           MOVE MOV-LEGAJO                      TO MAE-LEGAJO.

           READ MAESTRO
              INVALID KEY
                 MOVE 'LEGAJO INEXISTENTE EN MAESTRO'
                                                 TO WS-RES-DETALLE
              NOT INVALID KEY
                 IF NOT MAE-ESTADO-ACTIVO
                    MOVE 'EMPLEADO INACTIVO O DADO DE BAJA'
                                                 TO WS-RES-DETALLE
                 END-IF
           END-READ.

       2700-VALIDAR-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-INFORMAR-OK.

           ADD 1                                TO WS-CANT-APLICADOS.

           WRITE REG-INFORME                 FROM WS-RESULTADO-LINEA.
           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ESCRIBIR EL INFORME: ' FS-INFORME
           END-IF.

       2800-INFORMAR-OK-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2850-GRABAR-LOG.

           MOVE WS-FECHA-HOY-NUM                TO WS-LOG-FECHA.
           MOVE WS-HH-HHMMSS                    TO WS-LOG-HORA.
           MOVE MOV-ACCION                      TO WS-LOG-ACCION.
           MOVE PRE-LEGAJO                      TO WS-LOG-LEGAJO.
           MOVE PRE-NRO                         TO WS-LOG-NRO.

           WRITE REG-LOG                        FROM WS-LOG-LINEA.
           IF NOT FS-LOG-OK
              DISPLAY 'ERROR AL ESCRIBIR EL LOG DE CAMBIOS: ' FS-LOG
           END-IF.

       2850-GRABAR-LOG-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2900-INFORMAR-ERROR.

           ADD 1                                TO WS-CANT-ERRORES.

           WRITE REG-INFORME                 FROM WS-RESULTADO-LINEA.
           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ESCRIBIR EL INFORME: ' FS-INFORME
           END-IF.

           DISPLAY 'MOVIMIENTO RECHAZADO - LEGAJO ' WS-RES-LEGAJO
              ': ' WS-RES-DETALLE.

       2900-INFORMAR-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Informe de saldos: recorre PRESTAMOS.DAT en orden de legajo
      *    y numero; por legajo un titulo con su situacion en el
      *    maestro, cada prestamo con todas sus cuotas tomadas y el
      *    saldo pendiente del legajo. Al pie, lo vigente y lo que hay
      *    que recuperar de legajos dados de baja.
       3000-INFORME-SALDOS.

           OPEN OUTPUT SALDOS.

           IF NOT FS-SALDOS-OK
              DISPLAY 'ERROR AL ABRIR EL INFORME DE SALDOS: ' FS-SALDOS
              GO TO 3000-INFORME-SALDOS-EXIT
           END-IF.

           MOVE WS-FECHA-HOY-NUM                TO WS-FECHA-AUX.

           PERFORM 3900-FORMATEAR-FECHA
              THRU 3900-FORMATEAR-FECHA-EXIT.

           MOVE WS-FECHA-TEXTO                  TO WS-STI-FECHA.

           WRITE REG-SALDOS                     FROM WS-SAL-TITULO.

           MOVE 0                               TO PRE-LEGAJO.
           MOVE 0                               TO PRE-NRO.

           START PRESTAMOS KEY IS NOT LESS THAN PRE-CLAVE
              INVALID KEY
                 SET WS-SALDOS-EOF-YES          TO TRUE
           END-START.

           IF NOT WS-SALDOS-EOF-YES
              PERFORM 3100-LEER-PRESTAMO
                 THRU 3100-LEER-PRESTAMO-EXIT
           END-IF.

           PERFORM 3200-DETALLAR-PRESTAMO
              THRU 3200-DETALLAR-PRESTAMO-EXIT
             UNTIL WS-SALDOS-EOF-YES.

           IF WS-REP-CANT-LEGAJOS > 0
              PERFORM 3250-CERRAR-LEGAJO
                 THRU 3250-CERRAR-LEGAJO-EXIT
           ELSE
              MOVE 'NO HAY PRESTAMOS REGISTRADOS' TO WS-SAV-TEXTO
              WRITE REG-SALDOS                  FROM WS-SAL-AVISO
           END-IF.

           MOVE WS-REP-CANT-VIGENTES            TO WS-ST1-CANT.
           MOVE WS-REP-SALDO-TOTAL              TO WS-ST1-SALDO.
           MOVE WS-REP-CANT-BAJAS               TO WS-ST2-CANT.
           MOVE WS-REP-SALDO-BAJAS              TO WS-ST2-SALDO.

           MOVE SPACES                          TO REG-SALDOS.
           WRITE REG-SALDOS.
           WRITE REG-SALDOS                     FROM WS-SAL-TOTAL-1.
           WRITE REG-SALDOS                     FROM WS-SAL-TOTAL-2.

           CLOSE SALDOS.

           IF WS-REP-CANT-BAJAS > 0
              DISPLAY 'ATENCION: ' WS-REP-CANT-BAJAS
                 ' PRESTAMO(S) VIGENTES DE LEGAJOS DADOS DE BAJA - '
                 'VER PRESTAMOS-SALDOS.TXT'
           END-IF.

       3000-INFORME-SALDOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LEER-PRESTAMO.

           READ PRESTAMOS NEXT RECORD
              AT END
                 SET WS-SALDOS-EOF-YES          TO TRUE
           END-READ.

       3100-LEER-PRESTAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-DETALLAR-PRESTAMO.

           IF WS-REP-CANT-LEGAJOS = 0
              OR PRE-LEGAJO NOT = WS-REP-LEGAJO-ANT
              IF WS-REP-CANT-LEGAJOS > 0
                 PERFORM 3250-CERRAR-LEGAJO
                    THRU 3250-CERRAR-LEGAJO-EXIT
              END-IF
              PERFORM 3220-TITULAR-LEGAJO
                 THRU 3220-TITULAR-LEGAJO-EXIT
           END-IF.

           IF PRE-TIPO-ADELANTO
              MOVE 'ADELANTO'                   TO WS-SPR-CLASE
           ELSE
              MOVE 'PRESTAMO'                   TO WS-SPR-CLASE
           END-IF.

           MOVE PRE-NRO                         TO WS-SPR-NRO.
           MOVE PRE-FECHA-ALTA                  TO WS-FECHA-AUX.

           PERFORM 3900-FORMATEAR-FECHA
              THRU 3900-FORMATEAR-FECHA-EXIT.

           MOVE WS-FECHA-TEXTO                  TO WS-SPR-ALTA.
           MOVE PRE-PERIODO-INICIO              TO WS-SPR-INICIO.
           MOVE PRE-CAPITAL                     TO WS-SPR-CAPITAL.
           MOVE PRE-CANT-CUOTAS                 TO WS-SPR-CANT-CUOTAS.
           MOVE PRE-IMP-CUOTA                   TO WS-SPR-IMP-CUOTA.

           EVALUATE TRUE
               WHEN PRE-ESTADO-VIGENTE
                    MOVE 'VIGENTE'              TO WS-SPR-ESTADO
               WHEN PRE-ESTADO-TERMINADO
                    MOVE 'TERMINADO'            TO WS-SPR-ESTADO
               WHEN PRE-ESTADO-PRECANCELADO
                    MOVE 'PAGADO ANTICIPADO'    TO WS-SPR-ESTADO
               WHEN PRE-ESTADO-ANULADO
                    MOVE 'ANULADO'              TO WS-SPR-ESTADO
               WHEN OTHER
                    MOVE 'ESTADO DESCONOCIDO'   TO WS-SPR-ESTADO
           END-EVALUATE.

           WRITE REG-SALDOS                     FROM WS-SAL-PRESTAMO.

           MOVE PRE-LEGAJO                      TO CUO-LEGAJO.
           MOVE PRE-NRO                         TO CUO-NRO.
           MOVE 0                               TO CUO-SECUENCIA.
           SET WS-CUOTAS-EOF-NO                 TO TRUE.

           START CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
              INVALID KEY
                 SET WS-CUOTAS-EOF-YES          TO TRUE
           END-START.

           PERFORM 3300-DETALLAR-CUOTA
              THRU 3300-DETALLAR-CUOTA-EXIT
             UNTIL WS-CUOTAS-EOF-YES.

           MOVE PRE-CUOTAS-PAGADAS              TO WS-SPP-PAGADAS.
           MOVE PRE-CANT-CUOTAS                 TO WS-SPP-CANT-CUOTAS.
           MOVE PRE-SALDO                       TO WS-SPP-SALDO.

           WRITE REG-SALDOS                FROM WS-SAL-PIE-PRESTAMO.

      *    Solo lo vigente queda por descontar; el saldo de un
      *    prestamo anulado no se suma al pendiente.
           IF PRE-ESTADO-VIGENTE
              ADD 1                             TO WS-REP-CANT-VIGENTES
              ADD PRE-SALDO                     TO WS-REP-SALDO-LEGAJO
              ADD PRE-SALDO                     TO WS-REP-SALDO-TOTAL
              IF WS-REP-SIT-BAJA
                 AND PRE-SALDO > 0
                 ADD 1                          TO WS-REP-CANT-BAJAS
                 ADD PRE-SALDO                  TO WS-REP-SALDO-BAJAS
                 WRITE REG-SALDOS               FROM WS-SAL-AVISO-BAJA
              END-IF
           END-IF.

           PERFORM 3100-LEER-PRESTAMO
              THRU 3100-LEER-PRESTAMO-EXIT.

       3200-DETALLAR-PRESTAMO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Titulo del legajo con nombre y situacion del maestro; la
      *    situacion de baja es la que marca los prestamos a recuperar.
       3220-TITULAR-LEGAJO.

           ADD 1                                TO WS-REP-CANT-LEGAJOS.
           MOVE PRE-LEGAJO                      TO WS-REP-LEGAJO-ANT.
           MOVE 0                               TO WS-REP-SALDO-LEGAJO.

           MOVE PRE-LEGAJO                      TO WS-SLE-LEGAJO.
           MOVE SPACES                          TO WS-SLE-APELLIDO.
           MOVE SPACES                          TO WS-SLE-NOMBRE.
           SET WS-REP-SIT-SIN-MAESTRO           TO TRUE.

           IF WS-MAESTRO-DISPONIBLE-SI
              MOVE PRE-LEGAJO                   TO MAE-LEGAJO
              READ MAESTRO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MAE-APELLIDO           TO WS-SLE-APELLIDO
                    MOVE MAE-NOMBRE             TO WS-SLE-NOMBRE
                    MOVE MAE-ESTADO             TO WS-REP-SITUACION
              END-READ
           END-IF.

           EVALUATE TRUE
               WHEN WS-REP-SIT-ACTIVO
                    MOVE 'ACTIVO'               TO WS-SLE-SITUACION
               WHEN WS-REP-SIT-BAJA
                    MOVE 'DADO DE BAJA'         TO WS-SLE-SITUACION
               WHEN WS-REP-SIT-INACTIVO
                    MOVE 'INACTIVO'             TO WS-SLE-SITUACION
               WHEN OTHER
                    MOVE 'NO FIGURA EN MAESTRO' TO WS-SLE-SITUACION
           END-EVALUATE.

           MOVE SPACES                          TO REG-SALDOS.
           WRITE REG-SALDOS.
           WRITE REG-SALDOS                     FROM WS-SAL-LEGAJO.

       3220-TITULAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3250-CERRAR-LEGAJO.

           MOVE WS-REP-SALDO-LEGAJO             TO WS-SST-SALDO.

           WRITE REG-SALDOS                     FROM WS-SAL-SUBTOTAL.

       3250-CERRAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Una linea por cuota tomada del prestamo en curso, en el
      *    orden en que se tomaron.
       3300-DETALLAR-CUOTA.

           READ CUOTAS NEXT RECORD
              AT END
                 SET WS-CUOTAS-EOF-YES          TO TRUE
                 GO TO 3300-DETALLAR-CUOTA-EXIT
           END-READ.

           IF CUO-LEGAJO NOT = PRE-LEGAJO
              OR CUO-NRO NOT = PRE-NRO
              SET WS-CUOTAS-EOF-YES             TO TRUE
              GO TO 3300-DETALLAR-CUOTA-EXIT
           END-IF.

           MOVE CUO-NRO-CUOTA                   TO WS-SCU-NRO-CUOTA.
           MOVE CUO-PERIODO                     TO WS-SCU-PERIODO.

           EVALUATE TRUE
               WHEN CUO-ORIGEN-MENSUAL
                    MOVE 'LIQUIDACION'          TO WS-SCU-ORIGEN
               WHEN CUO-ORIGEN-FINAL
                    MOVE 'LIQUIDACION FINAL'    TO WS-SCU-ORIGEN
               WHEN CUO-ORIGEN-ANTICIPADO
                    MOVE 'PAGO ANTICIPADO'      TO WS-SCU-ORIGEN
               WHEN OTHER
                    MOVE SPACES                 TO WS-SCU-ORIGEN
           END-EVALUATE.

           MOVE CUO-NRO-CORRIDA                 TO WS-SCU-CORRIDA.
           MOVE CUO-FECHA                       TO WS-FECHA-AUX.

           PERFORM 3900-FORMATEAR-FECHA
              THRU 3900-FORMATEAR-FECHA-EXIT.

           MOVE WS-FECHA-TEXTO                  TO WS-SCU-FECHA.
           MOVE CUO-IMPORTE                     TO WS-SCU-IMPORTE.
           MOVE CUO-SALDO                       TO WS-SCU-SALDO.

           WRITE REG-SALDOS                     FROM WS-SAL-CUOTA.

       3300-DETALLAR-CUOTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

      *    El estado de movimientos queda en '10' despues del AT END,
      *    asi que se cierra salvo que el archivo nunca haya existido.
           IF NOT FS-MOVIMIENTOS-NFD
              CLOSE MOVIMIENTOS
           END-IF.

           IF WS-PRESTAMOS-DISPONIBLE-SI
              CLOSE PRESTAMOS
              CLOSE CUOTAS

              IF NOT FS-PRESTAMOS-OK
                 OR NOT FS-CUOTAS-OK
                 DISPLAY 'ERROR EN CLOSE DE PRESTAMOS: ' FS-PRESTAMOS
                    ' ' FS-CUOTAS
              END-IF
           END-IF.

           IF WS-MAESTRO-DISPONIBLE-SI
              CLOSE MAESTRO

              IF NOT FS-MAESTRO-OK
                 DISPLAY 'ERROR EN CLOSE DEL MAESTRO: ' FS-MAESTRO
              END-IF
           END-IF.

           CLOSE LOG-CAMBIOS.

           IF NOT FS-LOG-OK
              DISPLAY 'ERROR EN CLOSE DEL LOG DE CAMBIOS: ' FS-LOG
           END-IF.

           MOVE WS-CANT-MOVIM                   TO WS-TOT-MOVIM.
           MOVE WS-CANT-APLICADOS               TO WS-TOT-APLICADOS.
           MOVE WS-CANT-ERRORES                 TO WS-TOT-ERRORES.

           IF FS-INFORME-OK
              WRITE REG-INFORME                 FROM WS-TOTAL-LINEA
              CLOSE INFORME
           END-IF.

           DISPLAY WS-TOTAL-LINEA.

       3500-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    WS-FECHA-AUX (AAAAMMDD) a WS-FECHA-TEXTO (DD/MM/AAAA); en
      *    blanco si la fecha viene en cero.
       3900-FORMATEAR-FECHA.

           MOVE WS-FA-DIA                       TO WS-FF-DIA.
           MOVE WS-FA-MES                       TO WS-FF-MES.
           MOVE WS-FA-ANIO                      TO WS-FF-ANIO.

           IF WS-FECHA-AUX = 0
              MOVE SPACES                       TO WS-FECHA-TEXTO
           ELSE
              MOVE WS-FECHA-FORMATO             TO WS-FECHA-TEXTO
           END-IF.

       3900-FORMATEAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ11.
