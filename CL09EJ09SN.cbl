      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: ANULACION DE UNA CORRIDA DE LIQUIDACION
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Cuando una corrida mensual sale mal (SUELDOS.TXT equivocado,
      * PARM-PERIODO mal cargado, una sucursal consolidada dos veces)
      * la unica vuelta atras era restaurar ACUMULADO.DAT e
      * HISTORICO.DAT de la copia de seguridad y rezar que no hubiera
      * corrido nada en el medio. Este programa toma un numero de
      * corrida de CONTROL-CORRIDAS.TXT y deshace exactamente lo que
      * esa corrida aplico:
      *   - la corrida tiene que tener su cabecera 'C' (corrida
      *     terminada) y no tener ya una anulacion 'X'; el periodo
      *     sale de la cabecera;
      *   - cada registro de HISTORICO.DAT del periodo grabado por
      *     esa corrida (HIS-NRO-CORRIDA) se descuenta del acumulado
      *     del legajo (bruto, neto, aportes, ganancias y un periodo)
      *     y se borra del historico; los registros del periodo que
      *     grabo otra corrida no se tocan;
      *   - si esa corrida fue una liquidacion final sumada al
      *     registro mensual del legajo (HIS-FIN-NRO-CORRIDA), solo
      *     se resta la parte final, del registro y del acumulado,
      *     sin descontar periodo; el registro queda con la parte
      *     mensual;
      *   - el legajo que queda sin periodos se borra del acumulado,
      *     igual que lo dejaria la reconstruccion de CL09EJ07;
      *   - se agrega un registro 'X' al final de CONTROL-CORRIDAS.TXT
      *     con los totales anulados, que CL09EJ04 imprime en el
      *     historial de corridas;
      *   - ANULACION-INFORME.TXT detalla, legajo por legajo, cuanto
      *     se anulo, para que auditoria vea la corrida cancelada.
      * ANULACION.TXT trae el numero de corrida, el periodo AAAAMM
      * (opcional: solo hace falta si la cabecera de la corrida no lo
      * tiene; si lo tiene, tiene que coincidir) y el motivo.
      * Codigo de retorno: 04 si la corrida no se pudo anular (no
      * existe, ya estaba anulada, periodo dudoso, ano ya cerrado con
      * CL09EJ02 o acumulado de otro ano, corrida mensual con una
      * liquidacion final todavia sumada) o si algun legajo
      * quedo con el acumulado inconsistente (hay que verificarlo con
      * CL09EJ07), 00 anulacion completa.
      *
      * Modificaciones:
      * 15/10/2026 GR - Se devuelven al saldo de cada prestamo las
      *                 cuotas que la corrida anulada desconto
      *                 (PRESTAMOS-CUOTAS.DAT, ver CL09EJ11): la cuota
      *                 se borra, el prestamo terminado por ella vuelve
      *                 a vigente y la proxima corrida del periodo la
      *                 toma de nuevo. Cada cuota devuelta sale en el
      *                 informe; la de un prestamo ya anulado o pagado
      *                 por adelantado se informa sin tocarlo (RC 04).
      * 15/10/2026 GR - Correcciones de revision: la liquidacion final
      *                 sumada a un registro mensual (HIS-FIN-*) se
      *                 anula sola: se resta del registro y del
      *                 acumulado sin tocar la parte mensual ni los
      *                 periodos; la corrida mensual con una final
      *                 sumada no se anula hasta anular la final. Se
      *                 rechaza la anulacion (RC 04) si el ano ya se
      *                 cerro (existe HISTORIA-AAAA.DAT) o si el
      *                 acumulado de algun legajo es de otro ano.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ09.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETROS
           ASSIGN TO 'ANULACION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      * Historial que graba CL09EJ01 (cabeceras 'C' y archivos 'A'),
      * mas los rechazos 'R' de CL09EJ06; este programa lo recorre
      * para validar la corrida y agrega su registro 'X' al final.
       SELECT CONTROL-CORRIDAS
           ASSIGN TO 'CONTROL-CORRIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

      * Mismo layout y clave que graba CL09EJ01 en cada corrida.
       SELECT HISTORICO
           ASSIGN TO 'HISTORICO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-HISTORICO.

      * Mismo layout y clave que mantienen CL09EJ01 y CL09EJ02.
       SELECT ACUMULADO
           ASSIGN TO 'ACUMULADO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-ID-EMPLEADO
           FILE STATUS IS FS-ACUMULADO.

      * Mismos layouts y claves que mantienen CL09EJ01 y CL09EJ11; las
      * cuotas de la corrida anulada se devuelven al saldo.
       SELECT PRESTAMOS
           ASSIGN TO 'PRESTAMOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-CLAVE
           FILE STATUS IS FS-PRESTAMOS.

       SELECT CUOTAS
           ASSIGN TO 'PRESTAMOS-CUOTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FS-CUOTAS.

      * Archivo del cierre anual de CL09EJ02: si existe el del ano de
      * la corrida, el acumulado de ese ano ya se archivo y vacio.
       SELECT HISTORIA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HTA-ID-EMPLEADO
           FILE STATUS IS FS-HISTORIA.

       SELECT INFORME
           ASSIGN TO 'ANULACION-INFORME.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
          05 ANU-NRO-CORRIDA                PIC 9(5).
          05 ANU-PERIODO                    PIC 9(6).
          05 ANU-MOTIVO                     PIC X(30).

       FD CONTROL-CORRIDAS.
       01 REG-CONTROL                       PIC X(110).

       FD HISTORICO.
       01 HIS-REGISTRO.
          05 HIS-CLAVE.
             10 HIS-PERIODO                 PIC 9(6).
             10 HIS-LEGAJO                  PIC 9(5).
          05 HIS-NOMBRE                     PIC X(15).
          05 HIS-APELLIDO                   PIC X(15).
          05 HIS-DEPTO                      PIC X(4).
          05 HIS-DIAS                       PIC 9(2).
          05 HIS-BRUTO                      PIC 9(8)V9(2).
          05 HIS-DEDUCCIONES                PIC 9(8)V9(2).
          05 HIS-NETO                       PIC 9(8)V9(2).
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
          05 ACU-ID-EMPLEADO                PIC 9(5).
          05 ACU-NOMBRE                     PIC X(15).
          05 ACU-APELLIDO                   PIC X(15).
          05 ACU-SUELDO-ACUMULADO           PIC 9(9)V9(2).
          05 ACU-NETO-ACUMULADO             PIC 9(9)V9(2).
          05 ACU-CANT-PERIODOS              PIC 9(3).
          05 ACU-ULTIMA-CORRIDA-FECHA.
             10 ACU-UCF-ANIO                PIC 9(4).
             10 ACU-UCF-MES                 PIC 9(2).
             10 ACU-UCF-DIA                 PIC 9(2).
          05 ACU-ULTIMO-REG-PROCESADO       PIC 9(7).
          05 ACU-ULTIMA-CORRIDA-NRO         PIC 9(5).
          05 ACU-APORTES-ACUMULADO          PIC 9(9)V9(2).
          05 ACU-GANANCIAS-ACUMULADO        PIC S9(9)V9(2).

      * Mismo largo que el registro que archiva CL09EJ02; solo se
      * verifica si el archivo existe.
       FD HISTORIA.
       01 HTA-REGISTRO.
          05 HTA-ID-EMPLEADO                PIC 9(5).
          05 FILLER                         PIC X(97).

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
      * por prestamo, con la corrida que la desconto.
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

       FD INFORME.
       01 REG-INFORME                       PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                   PIC X(2).
             88 FS-PARAMETROS-OK             VALUE '00'.
             88 FS-PARAMETROS-NFD            VALUE '35'.
          05 FS-CONTROL                      PIC X(2).
             88 FS-CONTROL-OK                VALUE '00'.
             88 FS-CONTROL-NFD               VALUE '35'.
          05 FS-HISTORICO                    PIC X(2).
             88 FS-HISTORICO-OK              VALUE '00'.
             88 FS-HISTORICO-NFD             VALUE '35'.
             88 FS-HISTORICO-EOF             VALUE '10'.
          05 FS-ACUMULADO                    PIC X(2).
             88 FS-ACUMULADO-OK              VALUE '00'.
             88 FS-ACUMULADO-NFD             VALUE '35'.
             88 FS-ACUMULADO-NOT-FOUND       VALUE '23'.
          05 FS-INFORME                      PIC X(2).
             88 FS-INFORME-OK                VALUE '00'.
          05 FS-HISTORIA                     PIC X(2).
             88 FS-HISTORIA-OK               VALUE '00'.
             88 FS-HISTORIA-NFD              VALUE '35'.
          05 FS-PRESTAMOS                    PIC X(2).
             88 FS-PRESTAMOS-OK              VALUE '00'.
             88 FS-PRESTAMOS-NFD             VALUE '35'.
          05 FS-CUOTAS                       PIC X(2).
             88 FS-CUOTAS-OK                 VALUE '00'.
             88 FS-CUOTAS-NFD                VALUE '35'.

       01 WS-CONTROL-EOF                     PIC X(1) VALUE 'N'.
          88 WS-CONTROL-EOF-YES              VALUE 'Y'.
       01 WS-HISTORICO-EOF                   PIC X(1) VALUE 'N'.
          88 WS-HISTORICO-EOF-YES            VALUE 'Y'.
       01 WS-CUOTAS-EOF                      PIC X(1) VALUE 'N'.
          88 WS-CUOTAS-EOF-YES               VALUE 'Y'.

      * Sin PRESTAMOS.DAT no hay cuotas que devolver.
       01 WS-PRESTAMOS-DISPONIBLE            PIC X(1) VALUE 'N'.
          88 WS-PRESTAMOS-DISPONIBLE-SI      VALUE 'S'.
          88 WS-PRESTAMOS-DISPONIBLE-NO      VALUE 'N'.

       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                      PIC 9(4).
          05 WS-FH-MES                       PIC 9(2).
          05 WS-FH-DIA                       PIC 9(2).
       01 WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY
                                             PIC 9(8).

       01 WS-HORA-CORRIDA.
          05 WS-HC-HHMMSS                    PIC 9(6).
          05 FILLER                          PIC X(2).

      * Pedido de anulacion: corrida, periodo (opcional) y motivo.
       01 WS-ANU-NRO-CORRIDA                 PIC 9(5) VALUE 0.
       01 WS-ANU-PERIODO                     PIC 9(6) VALUE 0.
       01 WS-ANU-MOTIVO                      PIC X(30) VALUE SPACES.

      * Resultado de la busqueda en el control de corridas: si la
      * corrida termino ('C'), si ya fue anulada ('X'), y el periodo
      * y modo que figuran en su cabecera.
       01 WS-CORRIDA-HALLADA                 PIC X(1) VALUE 'N'.
          88 WS-CORRIDA-HALLADA-SI           VALUE 'S'.
       01 WS-CORRIDA-YA-ANULADA              PIC X(1) VALUE 'N'.
          88 WS-CORRIDA-YA-ANULADA-SI        VALUE 'S'.
       01 WS-CORRIDA-PERIODO                 PIC 9(6) VALUE 0.
       01 WS-CORRIDA-FECHA.
          05 WS-CF-ANIO                      PIC 9(4) VALUE 0.
          05 WS-CF-MES                       PIC 9(2) VALUE 0.
          05 WS-CF-DIA                       PIC 9(2) VALUE 0.
       01 WS-CORRIDA-FECHA-NUM REDEFINES WS-CORRIDA-FECHA
                                             PIC 9(8).
       01 WS-CORRIDA-MODO                    PIC X(1) VALUE SPACE.
          88 WS-CORRIDA-MODO-SAC             VALUE 'S'.

       01 WS-ANULACION-VALIDA                PIC X(1) VALUE 'S'.
          88 WS-ANULACION-VALIDA-SI          VALUE 'S'.
          88 WS-ANULACION-VALIDA-NO          VALUE 'N'.

      * Aportes del registro del historico: no estan itemizados pero
      * se reconstruyen exactos, igual que en CL09EJ07: deducciones
      * menos descuentos de novedades menos ganancias.
       01 WS-IMP-APORTES                     PIC S9(9)V9(2) VALUE 0.

      * Importes a anular del registro: el registro entero, o solo
      * la parte de liquidacion final sumada a un registro mensual
      * (que no descuenta periodo del acumulado).
       01 WS-IMP-BRUTO                       PIC 9(8)V9(2) VALUE 0.
       01 WS-IMP-NETO                        PIC 9(8)V9(2) VALUE 0.
       01 WS-IMP-GANANCIAS                   PIC S9(8)V9(2) VALUE 0.
       01 WS-IMP-PERIODOS                    PIC 9(1) VALUE 0.
       01 WS-PARTE-FINAL                     PIC X(1) VALUE 'N'.
          88 WS-PARTE-FINAL-SI               VALUE 'S'.
          88 WS-PARTE-FINAL-NO               VALUE 'N'.

      * Ano de la corrida (de su fecha, igual que el sello de ultima
      * corrida del acumulado y el HISTORIA-AAAA.DAT de CL09EJ02).
       01 WS-ANIO-CORRIDA                    PIC 9(4) VALUE 0.
       01 WS-HISTORIA-PATH                   PIC X(100) VALUE SPACES.

       01 WS-CANT-LEGAJOS                    PIC 9(5) VALUE 0.
       01 WS-CANT-ACU-BORRADOS               PIC 9(5) VALUE 0.
       01 WS-CANT-SIN-ACUMULADO              PIC 9(5) VALUE 0.
       01 WS-CANT-INCONSISTENTES             PIC 9(5) VALUE 0.
       01 WS-CANT-CUOTAS-DEVUELTAS           PIC 9(5) VALUE 0.
       01 WS-CANT-CUOTAS-OBSERVADAS          PIC 9(5) VALUE 0.
       01 WS-TOT-IMP-CUOTAS                  PIC 9(11)V9(2) VALUE 0.

       01 WS-TOT-IMP-BRUTO                   PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-IMP-NETO                    PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-IMP-APORTES                 PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-IMP-GANANCIAS               PIC S9(11)V9(2) VALUE 0.

       01 WS-RC-ANULACION                    PIC 9(2) VALUE 0.

      * Vistas del registro de control: cabecera de corrida ('C'),
      * mismo layout que graba CL09EJ01, y anulacion ('X'), que graba
      * este programa; CL09EJ04 usa estos mismos layouts para
      * imprimir el historial.
       01 WS-CTL-REGISTRO                    PIC X(110) VALUE SPACES.
       01 WS-CTL-CABECERA REDEFINES WS-CTL-REGISTRO.
          05 WS-CTL-TIPO                     PIC X(1).
          05 WS-CTL-NRO                      PIC 9(5).
          05 WS-CTL-FECHA                    PIC 9(8).
          05 WS-CTL-HORA                     PIC 9(6).
          05 WS-CTL-CANT-REG                 PIC 9(7).
          05 WS-CTL-RECHAZOS                 PIC 9(5).
          05 WS-CTL-FUERA-RANGO              PIC 9(5).
          05 WS-CTL-BRUTO                    PIC 9(11)V9(2).
          05 WS-CTL-NETO                     PIC 9(11)V9(2).
          05 WS-CTL-BALANCEADO               PIC X(1).
          05 WS-CTL-REINICIO                 PIC X(1).
          05 WS-CTL-MODO                     PIC X(1).
          05 WS-CTL-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(38).
       01 WS-CTL-ANULACION REDEFINES WS-CTL-REGISTRO.
          05 WS-CTL-ANU-TIPO                 PIC X(1).
          05 WS-CTL-ANU-NRO                  PIC 9(5).
          05 WS-CTL-ANU-FECHA                PIC 9(8).
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
          05 FILLER                          PIC X(27)
             VALUE 'ANULACION DE LA CORRIDA NRO'.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-TIT-NRO                      PIC 9(5).
          05 FILLER                          PIC X(11)
             VALUE '  PERIODO: '.
          05 WS-TIT-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(09)
             VALUE '  FECHA: '.
          05 WS-TIT-DIA                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-TIT-MES                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-TIT-ANIO                     PIC 9(4).

       01 WS-MOTIVO-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(08)
             VALUE 'MOTIVO: '.
          05 WS-MOT-MOTIVO                   PIC X(30).

       01 WS-ENCABEZADO-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE 'LEGAJO  NOMBRE          APELLIDO        '.
          05 FILLER                          PIC X(30)
             VALUE '         BRUTO        APORTES '.
          05 FILLER                          PIC X(30)
             VALUE '      GANANCIAS           NETO'.
          05 FILLER                          PIC X(13)
             VALUE '    ACUMULADO'.

       01 WS-DETALLE-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-DET-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-DET-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-DET-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-DET-BRUTO                    PIC $ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-DET-APORTES                  PIC $ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-DET-GANANCIAS                PIC $ZZ.ZZZ.ZZ9,99-.
          05 WS-DET-NETO                     PIC $ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(04) VALUE SPACES.
          05 WS-DET-ACUMULADO                PIC X(40).

       01 WS-AVISO-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-AVI-TEXTO                    PIC X(90).

       01 WS-TOTAL-IMPORTES-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(14)
             VALUE 'TOTAL ANULADO '.
          05 FILLER                          PIC X(07)
             VALUE 'BRUTO: '.
          05 WS-TOT-BRUTO                    PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(11)
             VALUE '  APORTES: '.
          05 WS-TOT-APORTES                  PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(13)
             VALUE '  GANANCIAS: '.
          05 WS-TOT-GANANCIAS                PIC $ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(08)
             VALUE '  NETO: '.
          05 WS-TOT-NETO                     PIC $ZZ.ZZZ.ZZZ.ZZ9,99.

      * Cuota de prestamo descontada por la corrida anulada.
       01 WS-CUOTA-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(16)
             VALUE 'CUOTA PRESTAMO: '.
          05 WS-CUO-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(01) VALUE '-'.
          05 WS-CUO-NRO                      PIC 9(3).
          05 FILLER                          PIC X(08)
             VALUE '  CUOTA '.
          05 WS-CUO-NRO-CUOTA                PIC ZZ9.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CUO-IMPORTE                  PIC $ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CUO-RESULTADO                PIC X(50).

       01 WS-TOTAL-CUOTAS-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(35)
             VALUE 'CUOTAS DE PRESTAMOS DEVUELTAS:    '.
          05 WS-TOT-CUOTAS                   PIC Z(4)9.
          05 FILLER                          PIC X(11)
             VALUE '  IMPORTE: '.
          05 WS-TOT-IMP-CUO                  PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(16)
             VALUE '  OBSERVADAS:   '.
          05 WS-TOT-CUOTAS-OBS               PIC Z(4)9.

       01 WS-TOTAL-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(19)
             VALUE 'LEGAJOS ANULADOS: '.
          05 WS-TOT-LEGAJOS                  PIC Z(4)9.
          05 FILLER                          PIC X(27)
             VALUE '  BORRADOS DEL ACUMULADO: '.
          05 WS-TOT-BORRADOS                 PIC Z(4)9.
          05 FILLER                          PIC X(18)
             VALUE '  SIN ACUMULADO: '.
          05 WS-TOT-SIN-ACUMULADO            PIC Z(4)9.
          05 FILLER                          PIC X(19)
             VALUE '  INCONSISTENTES: '.
          05 WS-TOT-INCONSISTENTES           PIC Z(4)9.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA               FROM TIME.

           PERFORM 1000-LEER-PARAMETROS
              THRU 1000-LEER-PARAMETROS-EXIT.

           PERFORM 1100-BUSCAR-CORRIDA
              THRU 1100-BUSCAR-CORRIDA-EXIT.

           IF WS-ANULACION-VALIDA-SI
              PERFORM 1150-VERIFICAR-CIERRE
                 THRU 1150-VERIFICAR-CIERRE-EXIT
           END-IF.

           IF WS-ANULACION-VALIDA-SI
              PERFORM 1300-VALIDAR-REGISTROS
                 THRU 1300-VALIDAR-REGISTROS-EXIT
           END-IF.

      *    Una anulacion rechazada no toca nada: ni el historico,
      *    ni el acumulado, ni el control de corridas.
           IF WS-ANULACION-VALIDA-NO
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-ABRIR-ARCHIVOS-EXIT.

           PERFORM 2000-ANULAR-HISTORICO
              THRU 2000-ANULAR-HISTORICO-EXIT.

           IF WS-PRESTAMOS-DISPONIBLE-SI
              PERFORM 2500-DEVOLVER-CUOTAS
                 THRU 2500-DEVOLVER-CUOTAS-EXIT
           END-IF.

           PERFORM 3000-GRABAR-CONTROL
              THRU 3000-GRABAR-CONTROL-EXIT.

           PERFORM 4000-CERRAR-ARCHIVOS
              THRU 4000-CERRAR-ARCHIVOS-EXIT.

      *    04 = algun legajo quedo con el acumulado inconsistente:
      *    la corrida quedo anulada en el historico, pero el
      *    acumulado hay que verificarlo (y reconstruirlo) con
      *    CL09EJ07 antes de la proxima corrida; o alguna cuota de
      *    prestamo no se pudo devolver y hay que revisarla.
           IF WS-CANT-INCONSISTENTES > 0
              OR WS-CANT-CUOTAS-OBSERVADAS > 0
              MOVE 04                           TO WS-RC-ANULACION
           END-IF.

           MOVE WS-RC-ANULACION                 TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-LEER-PARAMETROS.

           OPEN INPUT PARAMETROS.

           IF FS-PARAMETROS-NFD
              DISPLAY 'NO EXISTE ANULACION.TXT - NADA QUE PROCESAR'
              STOP RUN
           END-IF.

           IF NOT FS-PARAMETROS-OK
              DISPLAY 'ERROR AL ABRIR ANULACION.TXT: ' FS-PARAMETROS
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           READ PARAMETROS
              AT END
                 DISPLAY 'ANULACION.TXT VACIO - NADA QUE PROCESAR'
                 CLOSE PARAMETROS
                 STOP RUN
           END-READ.

           IF ANU-NRO-CORRIDA NUMERIC
              MOVE ANU-NRO-CORRIDA              TO WS-ANU-NRO-CORRIDA
           END-IF.

           IF ANU-PERIODO NUMERIC
              MOVE ANU-PERIODO                  TO WS-ANU-PERIODO
           END-IF.

           MOVE ANU-MOTIVO                      TO WS-ANU-MOTIVO.

           CLOSE PARAMETROS.

           IF WS-ANU-NRO-CORRIDA = 0
              DISPLAY 'ANULACION.TXT SIN NUMERO DE CORRIDA VALIDO - '
                 'NADA QUE PROCESAR'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

       1000-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Recorre el control de corridas entero: la corrida tiene que
      *    figurar con su cabecera 'C' (solo la graba una corrida que
      *    termino; una abortada no aplico nada) y no tener ya un
      *    registro 'X', para no descontar dos veces del acumulado.
       1100-BUSCAR-CORRIDA.

           OPEN INPUT CONTROL-CORRIDAS.

           IF FS-CONTROL-OK
              PERFORM 1110-LEER-UN-CONTROL
                 THRU 1110-LEER-UN-CONTROL-EXIT
                UNTIL WS-CONTROL-EOF-YES
              CLOSE CONTROL-CORRIDAS
           ELSE
              IF FS-CONTROL-NFD
                 DISPLAY 'NO EXISTE CONTROL-CORRIDAS.TXT - NO HAY '
                    'CORRIDAS QUE ANULAR'
              ELSE
                 DISPLAY 'ERROR AL ABRIR EL CONTROL DE CORRIDAS: '
                    FS-CONTROL
              END-IF
              SET WS-ANULACION-VALIDA-NO        TO TRUE
              GO TO 1100-BUSCAR-CORRIDA-EXIT
           END-IF.

           IF NOT WS-CORRIDA-HALLADA-SI
              DISPLAY 'LA CORRIDA ' WS-ANU-NRO-CORRIDA
                 ' NO FIGURA TERMINADA EN CONTROL-CORRIDAS.TXT - '
                 'NO SE ANULA'
              SET WS-ANULACION-VALIDA-NO        TO TRUE
              GO TO 1100-BUSCAR-CORRIDA-EXIT
           END-IF.

           IF WS-CORRIDA-YA-ANULADA-SI
              DISPLAY 'LA CORRIDA ' WS-ANU-NRO-CORRIDA
                 ' YA FUE ANULADA - NO SE ANULA DOS VECES'
              SET WS-ANULACION-VALIDA-NO        TO TRUE
              GO TO 1100-BUSCAR-CORRIDA-EXIT
           END-IF.

      *    La cabecera manda: el periodo del pedido solo se usa si la
      *    cabecera no lo tiene, y si los dos estan y difieren el
      *    pedido esta equivocado de corrida o de periodo.
           IF WS-CORRIDA-PERIODO = 0
              MOVE WS-ANU-PERIODO               TO WS-CORRIDA-PERIODO
           ELSE
              IF WS-ANU-PERIODO NOT = 0
                 AND WS-ANU-PERIODO NOT = WS-CORRIDA-PERIODO
                 DISPLAY 'EL PERIODO PEDIDO ' WS-ANU-PERIODO
                    ' NO COINCIDE CON EL DE LA CORRIDA '
                    WS-CORRIDA-PERIODO ' - NO SE ANULA'
                 SET WS-ANULACION-VALIDA-NO     TO TRUE
                 GO TO 1100-BUSCAR-CORRIDA-EXIT
              END-IF
           END-IF.

           IF WS-CORRIDA-PERIODO = 0
              DISPLAY 'LA CORRIDA ' WS-ANU-NRO-CORRIDA
                 ' NO TIENE PERIODO EN SU CABECERA Y EL PEDIDO NO LO '
                 'TRAE - NO SE ANULA'
              SET WS-ANULACION-VALIDA-NO        TO TRUE
           END-IF.

       1100-BUSCAR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1110-LEER-UN-CONTROL.

           READ CONTROL-CORRIDAS
              AT END
                 SET WS-CONTROL-EOF-YES         TO TRUE
              NOT AT END
                 MOVE REG-CONTROL               TO WS-CTL-REGISTRO
                 IF WS-CTL-NRO NUMERIC
                    AND WS-CTL-NRO = WS-ANU-NRO-CORRIDA
                    EVALUATE WS-CTL-TIPO
                        WHEN 'C'
                             SET WS-CORRIDA-HALLADA-SI   TO TRUE
                             MOVE WS-CTL-MODO     TO WS-CORRIDA-MODO
                             IF WS-CTL-FECHA NUMERIC
                                MOVE WS-CTL-FECHA
                                           TO WS-CORRIDA-FECHA-NUM
                             END-IF
                             IF WS-CTL-PERIODO NUMERIC
                                MOVE WS-CTL-PERIODO
                                                 TO WS-CORRIDA-PERIODO
                             END-IF
                        WHEN 'X'
                             SET WS-CORRIDA-YA-ANULADA-SI TO TRUE
                        WHEN OTHER
                             CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

       1110-LEER-UN-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El acumulado es anual: una vez que CL09EJ02 cerro el ano de
      *    la corrida (HISTORIA-AAAA.DAT) lo que la corrida sumo ya
      *    esta archivado y el acumulado arranco de cero, asi que
      *    restarlo lo dejaria mal. El ano sale de la fecha de la
      *    corrida, el mismo criterio con que CL09EJ02 nombra el
      *    archivo; sin fecha en la cabecera se usa el del periodo.
       1150-VERIFICAR-CIERRE.

           IF WS-CORRIDA-FECHA-NUM > 0
              MOVE WS-CF-ANIO                   TO WS-ANIO-CORRIDA
           ELSE
              DIVIDE WS-CORRIDA-PERIODO BY 100
                 GIVING WS-ANIO-CORRIDA
           END-IF.

           MOVE SPACES                          TO WS-HISTORIA-PATH.
           STRING 'HISTORIA-'                   DELIMITED BY SIZE
                  WS-ANIO-CORRIDA               DELIMITED BY SIZE
                  '.DAT'                        DELIMITED BY SIZE
             INTO WS-HISTORIA-PATH.

           OPEN INPUT HISTORIA.

           IF FS-HISTORIA-OK
              CLOSE HISTORIA
              DISPLAY 'YA EXISTE ' WS-HISTORIA-PATH ' - EL ANO '
                 WS-ANIO-CORRIDA ' ESTA CERRADO Y LA CORRIDA '
                 WS-ANU-NRO-CORRIDA ' NO SE ANULA'
              SET WS-ANULACION-VALIDA-NO        TO TRUE
              GO TO 1150-VERIFICAR-CIERRE-EXIT
           END-IF.

           IF NOT FS-HISTORIA-NFD
              DISPLAY 'ERROR AL VERIFICAR ' WS-HISTORIA-PATH ': '
                 FS-HISTORIA ' - NO SE ANULA'
              SET WS-ANULACION-VALIDA-NO        TO TRUE
           END-IF.

       1150-VERIFICAR-CIERRE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Pasada previa, sin modificar nada, sobre los registros del
      *    periodo que toco la corrida. No se anula si:
      *    - algun registro de la corrida tiene sumada la liquidacion
      *      final de otra corrida (HIS-FIN-NRO-CORRIDA): borrarlo
      *      se llevaria tambien la final; hay que anular esa antes;
      *    - el acumulado de algun legajo de la corrida lleva el sello
      *      de otro ano: ya no contiene lo que la corrida sumo.
      *    Si los archivos no abren, 1200 informa el error.
       1300-VALIDAR-REGISTROS.

           OPEN INPUT HISTORICO.

           IF NOT FS-HISTORICO-OK
              GO TO 1300-VALIDAR-REGISTROS-EXIT
           END-IF.

           OPEN INPUT ACUMULADO.

           IF NOT FS-ACUMULADO-OK
              CLOSE HISTORICO
              GO TO 1300-VALIDAR-REGISTROS-EXIT
           END-IF.

           MOVE WS-CORRIDA-PERIODO              TO HIS-PERIODO.
           MOVE 0                               TO HIS-LEGAJO.

           START HISTORICO KEY NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 SET WS-HISTORICO-EOF-YES       TO TRUE
           END-START.

           IF NOT WS-HISTORICO-EOF-YES
              PERFORM 2100-LEER-HISTORICO
                 THRU 2100-LEER-HISTORICO-EXIT

              PERFORM 1310-VALIDAR-UN-REGISTRO
                 THRU 1310-VALIDAR-UN-REGISTRO-EXIT
                UNTIL WS-HISTORICO-EOF-YES
           END-IF.

           CLOSE HISTORICO.
           CLOSE ACUMULADO.

           MOVE 'N'                             TO WS-HISTORICO-EOF.

       1300-VALIDAR-REGISTROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1310-VALIDAR-UN-REGISTRO.

           IF HIS-NRO-CORRIDA NOT NUMERIC
              GO TO 1310-VALIDAR-UN-REGISTRO-SIGUE
           END-IF.

           IF HIS-NRO-CORRIDA = WS-ANU-NRO-CORRIDA
              IF HIS-FIN-NRO-CORRIDA NOT = 0
                 AND HIS-FIN-NRO-CORRIDA NOT = WS-ANU-NRO-CORRIDA
                 DISPLAY 'EL LEGAJO ' HIS-LEGAJO ' TIENE SUMADA LA '
                    'LIQUIDACION FINAL DE LA CORRIDA '
                    HIS-FIN-NRO-CORRIDA ' - ANULAR ESA CORRIDA ANTES'
                 SET WS-ANULACION-VALIDA-NO     TO TRUE
              END-IF
           ELSE
              IF HIS-FIN-NRO-CORRIDA NOT = WS-ANU-NRO-CORRIDA
                 GO TO 1310-VALIDAR-UN-REGISTRO-SIGUE
              END-IF
           END-IF.

           MOVE HIS-LEGAJO                      TO ACU-ID-EMPLEADO.

           READ ACUMULADO
              INVALID KEY
                 GO TO 1310-VALIDAR-UN-REGISTRO-SIGUE
           END-READ.

           IF ACU-UCF-ANIO NOT = WS-ANIO-CORRIDA
              DISPLAY 'EL ACUMULADO DEL LEGAJO ' HIS-LEGAJO
                 ' ES DEL ANO ' ACU-UCF-ANIO ' Y LA CORRIDA DEL '
                 WS-ANIO-CORRIDA ' - NO SE ANULA'
              SET WS-ANULACION-VALIDA-NO        TO TRUE
           END-IF.

       1310-VALIDAR-UN-REGISTRO-SIGUE.

           PERFORM 2100-LEER-HISTORICO
              THRU 2100-LEER-HISTORICO-EXIT.

       1310-VALIDAR-UN-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-ABRIR-ARCHIVOS.

           OPEN I-O HISTORICO.

           IF NOT FS-HISTORICO-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORICO: ' FS-HISTORICO
              DISPLAY 'SIN HISTORICO.DAT NO HAY CORRIDA QUE ANULAR'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O ACUMULADO.

           IF NOT FS-ACUMULADO-OK
              DISPLAY 'ERROR AL ABRIR EL ACUMULADO: ' FS-ACUMULADO
              CLOSE HISTORICO
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Los prestamos son opcionales: sin PRESTAMOS.DAT la corrida
      *    no pudo descontar cuotas.
           OPEN I-O PRESTAMOS.

           EVALUATE TRUE
               WHEN FS-PRESTAMOS-OK
                    SET WS-PRESTAMOS-DISPONIBLE-SI TO TRUE
               WHEN FS-PRESTAMOS-NFD
                    SET WS-PRESTAMOS-DISPONIBLE-NO TO TRUE
               WHEN OTHER
                    SET WS-PRESTAMOS-DISPONIBLE-NO TO TRUE
                    DISPLAY 'ERROR AL ABRIR PRESTAMOS: ' FS-PRESTAMOS
                    MOVE 04                     TO WS-RC-ANULACION
           END-EVALUATE.

           IF WS-PRESTAMOS-DISPONIBLE-SI
              OPEN I-O CUOTAS
              IF NOT FS-CUOTAS-OK
                 IF NOT FS-CUOTAS-NFD
                    DISPLAY 'ERROR AL ABRIR PRESTAMOS-CUOTAS: '
                       FS-CUOTAS
                    MOVE 04                     TO WS-RC-ANULACION
                 END-IF
                 CLOSE PRESTAMOS
                 SET WS-PRESTAMOS-DISPONIBLE-NO TO TRUE
              END-IF
           END-IF.

           OPEN OUTPUT INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ABRIR EL INFORME: ' FS-INFORME
           END-IF.

           MOVE WS-ANU-NRO-CORRIDA              TO WS-TIT-NRO.
           MOVE WS-CORRIDA-PERIODO              TO WS-TIT-PERIODO.
           MOVE WS-FH-DIA                       TO WS-TIT-DIA.
           MOVE WS-FH-MES                       TO WS-TIT-MES.
           MOVE WS-FH-ANIO                      TO WS-TIT-ANIO.
           MOVE WS-ANU-MOTIVO                   TO WS-MOT-MOTIVO.

           WRITE REG-INFORME                    FROM WS-TITULO-LINEA.
           WRITE REG-INFORME                    FROM WS-MOTIVO-LINEA.
           MOVE SPACES                          TO REG-INFORME.
           WRITE REG-INFORME.
           WRITE REG-INFORME                 FROM WS-ENCABEZADO-LINEA.

       1200-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Recorre el periodo de la corrida en el historico (la clave
      *    arranca por el periodo) y anula los registros que grabo
      *    esa corrida; los del mismo periodo grabados por otra
      *    corrida (una complementaria, otra sucursal) quedan.
       2000-ANULAR-HISTORICO.

           MOVE WS-CORRIDA-PERIODO              TO HIS-PERIODO.
           MOVE 0                               TO HIS-LEGAJO.

           START HISTORICO KEY NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 SET WS-HISTORICO-EOF-YES       TO TRUE
           END-START.

           IF NOT WS-HISTORICO-EOF-YES
              PERFORM 2100-LEER-HISTORICO
                 THRU 2100-LEER-HISTORICO-EXIT

              PERFORM 2200-ANULAR-UN-REGISTRO
                 THRU 2200-ANULAR-UN-REGISTRO-EXIT
                UNTIL WS-HISTORICO-EOF-YES
           END-IF.

      *    Una corrida de aguinaldo no graba historico ni acumulado,
      *    y una corrida sin legajos validos tampoco: la anulacion
      *    queda registrada igual, pero sin importes.
           IF WS-CANT-LEGAJOS = 0
              IF WS-CORRIDA-MODO-SAC
                 MOVE 'CORRIDA DE AGUINALDO: SIN HISTORICO NI ACUMULADO'
                                                 TO WS-AVI-TEXTO
              ELSE
                 MOVE
                   'CORRIDA SIN REGISTROS EN EL HISTORICO DEL PERIODO'
                                                 TO WS-AVI-TEXTO
              END-IF
              WRITE REG-INFORME                 FROM WS-AVISO-LINEA
              DISPLAY WS-AVI-TEXTO
           END-IF.

       2000-ANULAR-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-HISTORICO.

           READ HISTORICO NEXT
              AT END
                 SET WS-HISTORICO-EOF-YES       TO TRUE
           END-READ.

           IF WS-HISTORICO-EOF-YES
              CONTINUE
           ELSE
              IF NOT FS-HISTORICO-OK
                 SET WS-HISTORICO-EOF-YES       TO TRUE
                 DISPLAY 'ERROR AL LEER EL HISTORICO: ' FS-HISTORICO
              ELSE
                 IF HIS-PERIODO > WS-CORRIDA-PERIODO
                    SET WS-HISTORICO-EOF-YES    TO TRUE
                 END-IF
              END-IF
           END-IF.

       2100-LEER-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Un registro de la corrida: se descuenta del acumulado, se
      *    informa y se borra del historico. El borrado va aunque el
      *    acumulado no se haya podido descontar: el historico queda
      *    como si la corrida no hubiera existido y CL09EJ07 puede
      *    reconstruir el acumulado desde ahi. Un registro mensual
      *    de otra corrida con la liquidacion final de esta sumada
      *    no se borra: se le resta solo la parte final (2250).
       2200-ANULAR-UN-REGISTRO.

           IF HIS-NRO-CORRIDA NOT NUMERIC
              GO TO 2200-ANULAR-UN-REGISTRO-SIGUE
           END-IF.

           IF HIS-NRO-CORRIDA NOT = WS-ANU-NRO-CORRIDA
              IF HIS-FIN-NRO-CORRIDA = WS-ANU-NRO-CORRIDA
                 PERFORM 2250-ANULAR-PARTE-FINAL
                    THRU 2250-ANULAR-PARTE-FINAL-EXIT
              END-IF
              GO TO 2200-ANULAR-UN-REGISTRO-SIGUE
           END-IF.

           ADD 1                                TO WS-CANT-LEGAJOS.

           COMPUTE WS-IMP-APORTES =
              HIS-DEDUCCIONES - HIS-NOV-DESCUENTOS - HIS-GANANCIAS.
           MOVE HIS-BRUTO                       TO WS-IMP-BRUTO.
           MOVE HIS-NETO                        TO WS-IMP-NETO.
           MOVE HIS-GANANCIAS                   TO WS-IMP-GANANCIAS.
           MOVE 1                               TO WS-IMP-PERIODOS.
           SET WS-PARTE-FINAL-NO                TO TRUE.

           PERFORM 2280-INFORMAR-Y-DESCONTAR
              THRU 2280-INFORMAR-Y-DESCONTAR-EXIT.

           DELETE HISTORICO RECORD
              INVALID KEY
                 DISPLAY 'ERROR AL BORRAR DEL HISTORICO EL LEGAJO '
                    HIS-LEGAJO ': ' FS-HISTORICO
           END-DELETE.

       2200-ANULAR-UN-REGISTRO-SIGUE.

           PERFORM 2100-LEER-HISTORICO
              THRU 2100-LEER-HISTORICO-EXIT.

       2200-ANULAR-UN-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Liquidacion final sumada al registro mensual del legajo
      *    (CL09EJ01, 3638): se resta del acumulado sin descontar
      *    periodo (la final no sumo uno) y del registro, que vuelve
      *    a quedar como lo dejo la corrida mensual. Los aportes de
      *    la parte final se reconstruyen igual que los del registro:
      *    bruto mas lo no remunerativo, menos neto, descuentos de
      *    novedades y ganancias.
       2250-ANULAR-PARTE-FINAL.

           ADD 1                                TO WS-CANT-LEGAJOS.

           COMPUTE WS-IMP-APORTES =
              HIS-FIN-BRUTO + HIS-NO-REMUNERATIVO
              - HIS-FIN-NETO - HIS-FIN-NOV-DESCUENTOS
              - HIS-FIN-GANANCIAS.
           MOVE HIS-FIN-BRUTO                   TO WS-IMP-BRUTO.
           MOVE HIS-FIN-NETO                    TO WS-IMP-NETO.
           MOVE HIS-FIN-GANANCIAS               TO WS-IMP-GANANCIAS.
           MOVE 0                               TO WS-IMP-PERIODOS.
           SET WS-PARTE-FINAL-SI                TO TRUE.

           PERFORM 2280-INFORMAR-Y-DESCONTAR
              THRU 2280-INFORMAR-Y-DESCONTAR-EXIT.

           SUBTRACT HIS-FIN-BRUTO               FROM HIS-BRUTO.
           COMPUTE HIS-DEDUCCIONES =
              HIS-DEDUCCIONES
              - (HIS-FIN-BRUTO + HIS-NO-REMUNERATIVO - HIS-FIN-NETO).
           SUBTRACT HIS-FIN-NETO                FROM HIS-NETO.
           SUBTRACT HIS-FIN-NOV-HABERES         FROM HIS-NOV-HABERES.
           SUBTRACT HIS-FIN-NOV-DESCUENTOS  FROM HIS-NOV-DESCUENTOS.
           SUBTRACT HIS-FIN-GANANCIAS           FROM HIS-GANANCIAS.

           MOVE 0                               TO HIS-NO-REMUNERATIVO.
           MOVE 0                               TO HIS-FIN-NRO-CORRIDA.
           MOVE 0                               TO HIS-FIN-BRUTO.
           MOVE 0                               TO HIS-FIN-NETO.
           MOVE 0                               TO HIS-FIN-NOV-HABERES.
           MOVE 0                            TO HIS-FIN-NOV-DESCUENTOS.
           MOVE 0                               TO HIS-FIN-GANANCIAS.

           REWRITE HIS-REGISTRO
              INVALID KEY
                 DISPLAY 'ERROR AL ACTUALIZAR EN EL HISTORICO EL '
                    'LEGAJO ' HIS-LEGAJO ': ' FS-HISTORICO
           END-REWRITE.

       2250-ANULAR-PARTE-FINAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Suma a los totales, descuenta del acumulado y deja la linea
      *    del legajo en el informe con los importes a anular.
       2280-INFORMAR-Y-DESCONTAR.

           ADD WS-IMP-BRUTO                     TO WS-TOT-IMP-BRUTO.
           ADD WS-IMP-NETO                      TO WS-TOT-IMP-NETO.
           ADD WS-IMP-APORTES                   TO WS-TOT-IMP-APORTES.
           ADD WS-IMP-GANANCIAS                TO WS-TOT-IMP-GANANCIAS.

           MOVE HIS-LEGAJO                      TO WS-DET-LEGAJO.
           MOVE HIS-NOMBRE                      TO WS-DET-NOMBRE.
           MOVE HIS-APELLIDO                    TO WS-DET-APELLIDO.
           MOVE WS-IMP-BRUTO                    TO WS-DET-BRUTO.
           MOVE WS-IMP-APORTES                  TO WS-DET-APORTES.
           MOVE WS-IMP-GANANCIAS                TO WS-DET-GANANCIAS.
           MOVE WS-IMP-NETO                     TO WS-DET-NETO.

           PERFORM 2300-DESCONTAR-ACUMULADO
              THRU 2300-DESCONTAR-ACUMULADO-EXIT.

           IF WS-PARTE-FINAL-SI
              AND WS-DET-ACUMULADO = 'DESCONTADO'
              MOVE 'DESCONTADA LA LIQUIDACION FINAL'
                                                 TO WS-DET-ACUMULADO
           END-IF.

           WRITE REG-INFORME                    FROM WS-DETALLE-LINEA.
           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ESCRIBIR EL INFORME: ' FS-INFORME
           END-IF.

       2280-INFORMAR-Y-DESCONTAR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Resta del acumulado lo que la corrida le sumo. Los campos
      *    del acumulado no tienen signo: si alguno es menor que lo
      *    que hay que restar, el acumulado ya no refleja el
      *    historico y restar lo dejaria mal; se informa y se deja
      *    como esta para que CL09EJ07 lo reconstruya.
      *    Si el sello de ultima corrida es el de la corrida anulada
      *    se limpia, para que una corrida con ese numero (un
      *    reinicio por checkpoint) no crea que el legajo ya fue
      *    aplicado. Los importes y los periodos a restar los deja
      *    el llamador en WS-IMP-*.
       2300-DESCONTAR-ACUMULADO.

           MOVE HIS-LEGAJO                      TO ACU-ID-EMPLEADO.

           READ ACUMULADO
              INVALID KEY
                 ADD 1                          TO WS-CANT-SIN-ACUMULADO
                 MOVE 'NO FIGURA EN EL ACUMULADO'
                                                 TO WS-DET-ACUMULADO
                 GO TO 2300-DESCONTAR-ACUMULADO-EXIT
           END-READ.

           IF ACU-SUELDO-ACUMULADO < WS-IMP-BRUTO
              OR ACU-NETO-ACUMULADO < WS-IMP-NETO
              OR ACU-APORTES-ACUMULADO < WS-IMP-APORTES
              OR ACU-CANT-PERIODOS < WS-IMP-PERIODOS
              ADD 1                          TO WS-CANT-INCONSISTENTES
              MOVE 'INCONSISTENTE - VERIFICAR CON CL09EJ07'
                                                 TO WS-DET-ACUMULADO
              GO TO 2300-DESCONTAR-ACUMULADO-EXIT
           END-IF.

           SUBTRACT WS-IMP-BRUTO          FROM ACU-SUELDO-ACUMULADO.
           SUBTRACT WS-IMP-NETO           FROM ACU-NETO-ACUMULADO.
           SUBTRACT WS-IMP-APORTES        FROM ACU-APORTES-ACUMULADO.
           SUBTRACT WS-IMP-GANANCIAS      FROM ACU-GANANCIAS-ACUMULADO.
           SUBTRACT WS-IMP-PERIODOS       FROM ACU-CANT-PERIODOS.

           IF ACU-ULTIMA-CORRIDA-NRO = WS-ANU-NRO-CORRIDA
              MOVE 0                         TO ACU-ULTIMA-CORRIDA-NRO
              MOVE 0                       TO ACU-ULTIMO-REG-PROCESADO
           END-IF.

      *    Sin periodos el legajo ya no tiene nada acumulado en el
      *    ano: se borra, igual que no existiria si la corrida nunca
      *    hubiera pasado.
           IF ACU-CANT-PERIODOS = 0
              DELETE ACUMULADO RECORD
                 INVALID KEY
                    ADD 1                    TO WS-CANT-INCONSISTENTES
                    DISPLAY 'ERROR AL BORRAR DEL ACUMULADO EL LEGAJO '
                       ACU-ID-EMPLEADO ': ' FS-ACUMULADO
                    MOVE 'ERROR AL BORRAR'       TO WS-DET-ACUMULADO
                 NOT INVALID KEY
                    ADD 1                       TO WS-CANT-ACU-BORRADOS
                    MOVE 'BORRADO (SIN PERIODOS)'
                                                 TO WS-DET-ACUMULADO
              END-DELETE
           ELSE
              REWRITE ACU-REGISTRO
                 INVALID KEY
                    ADD 1                    TO WS-CANT-INCONSISTENTES
                    DISPLAY 'ERROR AL ACTUALIZAR EL ACUMULADO DEL '
                       'LEGAJO ' ACU-ID-EMPLEADO ': ' FS-ACUMULADO
                    MOVE 'ERROR AL ACTUALIZAR'   TO WS-DET-ACUMULADO
                 NOT INVALID KEY
                    MOVE 'DESCONTADO'            TO WS-DET-ACUMULADO
              END-REWRITE
           END-IF.

       2300-DESCONTAR-ACUMULADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Recorre la cuenta de cuotas de prestamos y devuelve al saldo
      *    cada cuota que desconto la corrida anulada (CUO-NRO-CORRIDA):
      *    el recibo que la descontaba ya no existe.
       2500-DEVOLVER-CUOTAS.

           MOVE 0                               TO CUO-LEGAJO.
           MOVE 0                               TO CUO-NRO.
           MOVE 0                               TO CUO-SECUENCIA.

           START CUOTAS KEY NOT LESS THAN CUO-CLAVE
              INVALID KEY
                 SET WS-CUOTAS-EOF-YES          TO TRUE
           END-START.

           PERFORM 2550-DEVOLVER-UNA-CUOTA
              THRU 2550-DEVOLVER-UNA-CUOTA-EXIT
             UNTIL WS-CUOTAS-EOF-YES.

       2500-DEVOLVER-CUOTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    La cuota vuelve al saldo y se borra; el prestamo que esa
      *    cuota habia terminado vuelve a vigente. Si el sello del
      *    prestamo es el de la corrida anulada se limpia, para que la
      *    proxima corrida del periodo vuelva a tomar la cuota. Un
      *    prestamo anulado o pagado por adelantado despues no se
      *    toca: la cuota se informa para resolverla a mano.
       2550-DEVOLVER-UNA-CUOTA.

           READ CUOTAS NEXT RECORD
              AT END
                 SET WS-CUOTAS-EOF-YES          TO TRUE
                 GO TO 2550-DEVOLVER-UNA-CUOTA-EXIT
           END-READ.

           IF NOT FS-CUOTAS-OK
              DISPLAY 'ERROR AL LEER PRESTAMOS-CUOTAS: ' FS-CUOTAS
              SET WS-CUOTAS-EOF-YES             TO TRUE
              MOVE 04                           TO WS-RC-ANULACION
              GO TO 2550-DEVOLVER-UNA-CUOTA-EXIT
           END-IF.

           IF CUO-ORIGEN-ANTICIPADO
              OR CUO-NRO-CORRIDA NOT = WS-ANU-NRO-CORRIDA
              GO TO 2550-DEVOLVER-UNA-CUOTA-EXIT
           END-IF.

           MOVE CUO-LEGAJO                      TO WS-CUO-LEGAJO.
           MOVE CUO-NRO                         TO WS-CUO-NRO.
           MOVE CUO-NRO-CUOTA                   TO WS-CUO-NRO-CUOTA.
           MOVE CUO-IMPORTE                     TO WS-CUO-IMPORTE.

           MOVE CUO-LEGAJO                      TO PRE-LEGAJO.
           MOVE CUO-NRO                         TO PRE-NRO.

           READ PRESTAMOS
              INVALID KEY
                 MOVE 'PRESTAMO INEXISTENTE - NO SE DEVUELVE'
                                                 TO WS-CUO-RESULTADO
                 GO TO 2550-DEVOLVER-UNA-CUOTA-OBS
           END-READ.

           IF PRE-ESTADO-ANULADO
              OR PRE-ESTADO-PRECANCELADO
              MOVE 'PRESTAMO YA CERRADO POR CL09EJ11 - REVISAR'
                                                 TO WS-CUO-RESULTADO
              GO TO 2550-DEVOLVER-UNA-CUOTA-OBS
           END-IF.

           ADD CUO-IMPORTE                      TO PRE-SALDO.

           IF PRE-CUOTAS-PAGADAS > 0
              SUBTRACT 1                     FROM PRE-CUOTAS-PAGADAS
           END-IF.

           IF PRE-CANT-MOVIMIENTOS = CUO-SECUENCIA
              SUBTRACT 1                   FROM PRE-CANT-MOVIMIENTOS
           END-IF.

           IF PRE-ESTADO-TERMINADO
              SET PRE-ESTADO-VIGENTE            TO TRUE
              MOVE 0                            TO PRE-FECHA-CIERRE
           END-IF.

           IF PRE-ULTIMA-CORRIDA = WS-ANU-NRO-CORRIDA
              MOVE 0                            TO PRE-ULTIMO-PERIODO
              MOVE 0                            TO PRE-ULTIMA-CORRIDA
              MOVE 0                          TO PRE-ULTIMA-CUOTA-IMP
           END-IF.

           REWRITE PRE-REGISTRO
              INVALID KEY
                 MOVE 'ERROR AL ACTUALIZAR EL PRESTAMO'
                                                 TO WS-CUO-RESULTADO
                 GO TO 2550-DEVOLVER-UNA-CUOTA-OBS
           END-REWRITE.

           DELETE CUOTAS RECORD
              INVALID KEY
                 DISPLAY 'ERROR AL BORRAR LA CUOTA DEL PRESTAMO '
                    CUO-NRO ' DEL LEGAJO ' CUO-LEGAJO ': ' FS-CUOTAS
           END-DELETE.

           ADD 1                            TO WS-CANT-CUOTAS-DEVUELTAS.
           ADD CUO-IMPORTE                      TO WS-TOT-IMP-CUOTAS.

           MOVE 'DEVUELTA AL SALDO DEL PRESTAMO' TO WS-CUO-RESULTADO.

           WRITE REG-INFORME                    FROM WS-CUOTA-LINEA.

           GO TO 2550-DEVOLVER-UNA-CUOTA-EXIT.

       2550-DEVOLVER-UNA-CUOTA-OBS.

           ADD 1                           TO WS-CANT-CUOTAS-OBSERVADAS.

           WRITE REG-INFORME                    FROM WS-CUOTA-LINEA.

           DISPLAY 'ATENCION: CUOTA DEL PRESTAMO ' CUO-NRO
              ' DEL LEGAJO ' CUO-LEGAJO ': ' WS-CUO-RESULTADO.

       2550-DEVOLVER-UNA-CUOTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Registro 'X' al final del control de corridas con los
      *    totales anulados: CL09EJ04 lo imprime en el historial y
      *    este mismo programa lo usa para no anular dos veces.
       3000-GRABAR-CONTROL.

           OPEN EXTEND CONTROL-CORRIDAS.

           IF FS-CONTROL-NFD
              OPEN OUTPUT CONTROL-CORRIDAS
           END-IF.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL ABRIR EL CONTROL DE CORRIDAS: '
                 FS-CONTROL
              MOVE 04                           TO WS-RC-ANULACION
              GO TO 3000-GRABAR-CONTROL-EXIT
           END-IF.

           MOVE SPACES                          TO WS-CTL-REGISTRO.
           MOVE 'X'                             TO WS-CTL-ANU-TIPO.
           MOVE WS-ANU-NRO-CORRIDA              TO WS-CTL-ANU-NRO.
           MOVE WS-FECHA-HOY-NUM                TO WS-CTL-ANU-FECHA.
           MOVE WS-HC-HHMMSS                    TO WS-CTL-ANU-HORA.
           MOVE WS-CORRIDA-PERIODO              TO WS-CTL-ANU-PERIODO.
           MOVE WS-CANT-LEGAJOS          TO WS-CTL-ANU-CANT-LEGAJOS.
           MOVE WS-TOT-IMP-BRUTO                TO WS-CTL-ANU-BRUTO.
           MOVE WS-TOT-IMP-NETO                 TO WS-CTL-ANU-NETO.
           MOVE WS-TOT-IMP-APORTES              TO WS-CTL-ANU-APORTES.
           MOVE WS-ANU-MOTIVO                   TO WS-CTL-ANU-MOTIVO.

           WRITE REG-CONTROL                    FROM WS-CTL-REGISTRO.
           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR AL GRABAR EL CONTROL DE CORRIDAS: '
                 FS-CONTROL
              MOVE 04                           TO WS-RC-ANULACION
           END-IF.

           CLOSE CONTROL-CORRIDAS.

           IF NOT FS-CONTROL-OK
              DISPLAY 'ERROR EN CLOSE DEL CONTROL DE CORRIDAS: '
                 FS-CONTROL
           END-IF.

       3000-GRABAR-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-CERRAR-ARCHIVOS.

           CLOSE HISTORICO.

           IF NOT FS-HISTORICO-OK
              DISPLAY 'ERROR EN CLOSE DEL HISTORICO: ' FS-HISTORICO
           END-IF.

           CLOSE ACUMULADO.

           IF NOT FS-ACUMULADO-OK
              DISPLAY 'ERROR EN CLOSE DEL ACUMULADO: ' FS-ACUMULADO
           END-IF.

           IF WS-PRESTAMOS-DISPONIBLE-SI
              CLOSE PRESTAMOS
              CLOSE CUOTAS
           END-IF.

           MOVE WS-TOT-IMP-BRUTO                TO WS-TOT-BRUTO.
           MOVE WS-TOT-IMP-APORTES              TO WS-TOT-APORTES.
           MOVE WS-TOT-IMP-GANANCIAS            TO WS-TOT-GANANCIAS.
           MOVE WS-TOT-IMP-NETO                 TO WS-TOT-NETO.
           MOVE WS-CANT-LEGAJOS                 TO WS-TOT-LEGAJOS.
           MOVE WS-CANT-ACU-BORRADOS            TO WS-TOT-BORRADOS.
           MOVE WS-CANT-SIN-ACUMULADO           TO WS-TOT-SIN-ACUMULADO.
           MOVE WS-CANT-INCONSISTENTES      TO WS-TOT-INCONSISTENTES.

           IF FS-INFORME-OK
              MOVE SPACES                       TO REG-INFORME
              WRITE REG-INFORME
              WRITE REG-INFORME          FROM WS-TOTAL-IMPORTES-LINEA
              WRITE REG-INFORME                 FROM WS-TOTAL-LINEA
              IF WS-CANT-CUOTAS-DEVUELTAS > 0
                 OR WS-CANT-CUOTAS-OBSERVADAS > 0
                 MOVE WS-CANT-CUOTAS-DEVUELTAS  TO WS-TOT-CUOTAS
                 MOVE WS-TOT-IMP-CUOTAS         TO WS-TOT-IMP-CUO
                 MOVE WS-CANT-CUOTAS-OBSERVADAS TO WS-TOT-CUOTAS-OBS
                 WRITE REG-INFORME          FROM WS-TOTAL-CUOTAS-LINEA
              END-IF
              CLOSE INFORME
           END-IF.

           DISPLAY 'CORRIDA ' WS-ANU-NRO-CORRIDA ' ANULADA - '
              WS-CANT-LEGAJOS ' LEGAJO(S) DEL PERIODO '
              WS-CORRIDA-PERIODO.

       4000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ09.
