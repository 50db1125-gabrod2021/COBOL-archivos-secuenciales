      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REMESA DE CUOTAS SINDICALES POR SINDICATO
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * La cuota sindical se carga en NOVEDADES.TXT como un
      * descuento mas; cada mes la remesa a cada sindicato se armaba
      * a mano mirando los recibos. Este programa arma, para el
      * periodo de REMESA-PARAM.TXT (AAAAMM; en blanco, el mes de la
      * fecha de corrida), la remesa de cada sindicato con lo
      * efectivamente retenido:
      *   - los legajos liquidados son los de HISTORICO.DAT del
      *     periodo (la corrida ya paso sus controles);
      *   - la cuota de cada uno sale de las novedades descuento de
      *     NOVEDADES.TXT (el de la corrida del periodo) cuyo
      *     concepto es el de cuota de algun sindicato de
      *     SINDICATOS.TXT, valuadas como en CL09EJ01 (importe fijo,
      *     o porcentaje sobre el sueldo del mes = bruto menos
      *     haberes de novedades);
      *   - el sindicato al que se remite es el del legajo en
      *     MAESTRO.DAT (MAE-SINDICATO, lo mantiene CL09EJ03).
      * REMESA-SINDICAL.TXT lista cada sindicato (CUIT, CBU y
      * porcentaje de cuota de SINDICATOS.TXT) con sus afiliados,
      * la cuota teorica (porcentaje del sindicato sobre el sueldo)
      * y la retenida, y el total. Por cada sindicato con cuotas se
      * graba el archivo de pago REMESA-CCCC-AAAAMM.TXT (cabecera con
      * los datos bancarios, un detalle por afiliado y un registro
      * de totales). REMESA-CONTROL.TXT informa:
      *   - legajos en convenio sin cuota descontada;
      *   - cuotas retenidas a legajos sin sindicato en el maestro,
      *     con un sindicato que no esta en la tabla o con uno
      *     inactivo (no se remiten: hay que regularizarlas);
      *   - cuotas mayores que los descuentos de novedades que grabo
      *     la corrida (NOVEDADES.TXT no es el del periodo; no se
      *     remiten);
      *   - cuotas de NOVEDADES.TXT de legajos no liquidados;
      *   - cuotas de NOVEDADES.TXT con clase invalida (la corrida
      *     no las desconto).
      * Codigo de retorno: 04 si hubo observaciones, 00 si no.
      *
      * Modificaciones:
      * 15/10/2026 GR - Los sindicatos inactivos se cargan con su marca:
      *                 su concepto sigue reconociendose como cuota,
      *                 pero la cuota no se les remite y sale en las
      *                 observaciones. El registro del historico suma
      *                 la indemnizacion y la parte de liquidacion
      *                 final.
      * 15/10/2026 GR - El sueldo sobre el que se valua la cuota deja
      *                 afuera la parte de liquidacion final sumada al
      *                 registro de la corrida mensual.
      * 15/10/2026 GR - Las cuotas de NOVEDADES.TXT con clase que no es
      *                 I ni P no se cargan (la corrida las descarta) y
      *                 salen en las observaciones.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ17.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETROS
           ASSIGN TO 'REMESA-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      * Tabla de referencia de sindicatos (la misma que valida
      * CL09EJ03 en los movimientos del maestro).
       SELECT SINDICATOS
           ASSIGN TO 'SINDICATOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SINDICATOS.

      * Mismo layout y clave que graba CL09EJ01 en cada corrida.
       SELECT HISTORICO
           ASSIGN TO 'HISTORICO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-HISTORICO.

      * Mismo layout y clave que mantiene CL09EJ03.
       SELECT MAESTRO
           ASSIGN TO 'MAESTRO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

      * Mismo layout que lee CL09EJ01.
       SELECT NOVEDADES
           ASSIGN TO 'NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES.

       SELECT LISTADO
           ASSIGN TO 'REMESA-SINDICAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

      * Archivo de pago de un sindicato; el nombre lleva el codigo
      * del sindicato y el periodo, se abre uno por vez.
       SELECT PAGO
           ASSIGN TO WS-PAGO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGO.

       SELECT CONTROL-LISTADO
           ASSIGN TO 'REMESA-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-LISTADO.

      * Archivo de trabajo del SORT que agrupa las cuotas por
      * sindicato.
       SELECT ORDENAMIENTO
           ASSIGN TO 'SORTWORK'.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
      *    Periodo AAAAMM de la remesa; en blanco, el mes en curso.
          05 RPA-PERIODO                    PIC 9(6).
          05 RPA-PERIODO-X REDEFINES RPA-PERIODO
                                            PIC X(6).

      * Un sindicato por linea: codigo, nombre, concepto de
      * NOVEDADES.TXT con que se descuenta su cuota, porcentaje de
      * la cuota sobre el sueldo, CUIT y CBU de la cuenta donde se
      * deposita la remesa, y marca de activo.
       FD SINDICATOS.
       01 REG-SINDICATOS.
          05 SIN-CODIGO                     PIC X(4).
          05 SIN-DESCRIPCION                PIC X(30).
          05 SIN-CONCEPTO                   PIC X(4).
          05 SIN-PORCENTAJE                 PIC 9(2)V9(2).
          05 SIN-CUIT                       PIC 9(11).
          05 SIN-CBU                        PIC X(22).
          05 SIN-ACTIVO                     PIC X(1).

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

       FD NOVEDADES.
       01 REG-NOVEDADES.
          05 NOV-LEGAJO                     PIC 9(5).
          05 NOV-CONCEPTO                   PIC X(4).
          05 NOV-DESCRIPCION                PIC X(20).
      *    Tipo 'H' haber (suma al neto) o 'D' descuento (resta).
          05 NOV-TIPO                       PIC X(1).
      *    Clase 'I' importe fijo o 'P' porcentaje sobre el bruto de
      *    SUELDOS.TXT del legajo en el periodo.
          05 NOV-CLASE                      PIC X(1).
          05 NOV-VALOR                      PIC 9(8)V9(2).

       FD LISTADO.
       01 REG-LISTADO                       PIC X(132).

      * Archivo de pago: 'H' cabecera con los datos del sindicato,
      * 'D' un afiliado, 'T' totales; importes con decimales
      * implicitos, como la declaracion de CL09EJ08.
       FD PAGO.
       01 REG-PAGO-CABECERA.
          05 PGH-TIPO                       PIC X(1).
          05 PGH-SINDICATO                  PIC X(4).
          05 PGH-CUIT                       PIC 9(11).
          05 PGH-CBU                        PIC X(22).
          05 PGH-PERIODO                    PIC 9(6).
          05 FILLER                         PIC X(37).

      * Mismo registro visto como detalle y como totales (un segundo
      * 01 bajo el FD redefine implicitamente el area del registro).
       01 REG-PAGO-DETALLE.
          05 PGD-TIPO                       PIC X(1).
          05 PGD-CUIL                       PIC 9(11).
          05 PGD-LEGAJO                     PIC 9(5).
          05 PGD-APELLIDO                   PIC X(15).
          05 PGD-NOMBRE                     PIC X(15).
          05 PGD-CONVENIO                   PIC X(6).
          05 PGD-SUELDO                     PIC 9(10)V9(2).
          05 PGD-CUOTA                      PIC 9(10)V9(2).
          05 FILLER                         PIC X(4).

       01 REG-PAGO-TOTALES.
          05 PGT-TIPO                       PIC X(1).
          05 PGT-CANTIDAD                   PIC 9(5).
          05 PGT-IMPORTE                    PIC 9(10)V9(2).
          05 FILLER                         PIC X(63).

       FD CONTROL-LISTADO.
       01 REG-CONTROL-LISTADO               PIC X(120).

      * Registro del ordenamiento: sindicato, apellido y legajo.
       SD ORDENAMIENTO.
       01 SR-REGISTRO.
          05 SR-SINDICATO                   PIC X(4).
          05 SR-APELLIDO                    PIC X(15).
          05 SR-LEGAJO                      PIC 9(5).
          05 SR-NOMBRE                      PIC X(15).
          05 SR-CUIL                        PIC 9(11).
          05 SR-CONVENIO                    PIC X(6).
          05 SR-CONCEPTO                    PIC X(4).
          05 SR-SUELDO                      PIC 9(8)V9(2).
          05 SR-CUOTA                       PIC 9(8)V9(2).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                   PIC X(2).
             88 FS-PARAMETROS-OK             VALUE '00'.
             88 FS-PARAMETROS-NFD            VALUE '35'.
          05 FS-SINDICATOS                   PIC X(2).
             88 FS-SINDICATOS-OK             VALUE '00'.
             88 FS-SINDICATOS-NFD            VALUE '35'.
          05 FS-HISTORICO                    PIC X(2).
             88 FS-HISTORICO-OK              VALUE '00'.
             88 FS-HISTORICO-NFD             VALUE '35'.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                VALUE '00'.
             88 FS-MAESTRO-NFD               VALUE '35'.
             88 FS-MAESTRO-NOT-FOUND         VALUE '23'.
          05 FS-NOVEDADES                    PIC X(2).
             88 FS-NOVEDADES-OK              VALUE '00'.
             88 FS-NOVEDADES-NFD             VALUE '35'.
          05 FS-LISTADO                      PIC X(2).
             88 FS-LISTADO-OK                VALUE '00'.
          05 FS-PAGO                         PIC X(2).
             88 FS-PAGO-OK                   VALUE '00'.
          05 FS-CONTROL-LISTADO              PIC X(2).
             88 FS-CONTROL-LISTADO-OK        VALUE '00'.

       01 WS-RC-REMESA                       PIC 9(2) VALUE 0.

       01 WS-SINDICATOS-EOF                  PIC X(1) VALUE 'N'.
          88 WS-SINDICATOS-EOF-YES           VALUE 'Y'.
       01 WS-NOVEDADES-EOF                   PIC X(1) VALUE 'N'.
          88 WS-NOVEDADES-EOF-YES            VALUE 'Y'.
       01 WS-HISTORICO-EOF                   PIC X(1) VALUE 'N'.
          88 WS-HISTORICO-EOF-YES            VALUE 'Y'.
       01 WS-ORDEN-EOF                       PIC X(1) VALUE 'N'.
          88 WS-ORDEN-EOF-YES                VALUE 'Y'.

       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                      PIC 9(4).
          05 WS-FH-MES                       PIC 9(2).
          05 WS-FH-DIA                       PIC 9(2).

       01 WS-PERIODO                         PIC 9(6) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
          05 WS-PER-ANIO                     PIC 9(4).
          05 WS-PER-MES                      PIC 9(2).

       01 WS-PAGO-PATH                       PIC X(100) VALUE SPACES.
       01 WS-PAGO-ABIERTO                    PIC X(1) VALUE 'N'.
          88 WS-PAGO-ABIERTO-SI              VALUE 'S'.
          88 WS-PAGO-ABIERTO-NO              VALUE 'N'.

      * Sindicatos de SINDICATOS.TXT.
       01 WS-SINDICATOS-CANT                 PIC 9(3) VALUE 0.
       01 WS-SINDICATOS-MAX                  PIC 9(3) VALUE 999.
       01 WS-TABLA-SINDICATOS.
          05 WS-SIN OCCURS 999 TIMES.
             10 WS-SIN-CODIGO                PIC X(4).
             10 WS-SIN-DESC                  PIC X(30).
             10 WS-SIN-CONCEPTO              PIC X(4).
             10 WS-SIN-PORCENTAJE            PIC 9(2)V9(2).
             10 WS-SIN-CUIT                  PIC 9(11).
             10 WS-SIN-CBU                   PIC X(22).
             10 WS-SIN-ACTIVO                PIC X(1).
                88 WS-SIN-ACTIVO-SI          VALUE 'A'.
       01 WS-SIN-IDX                         PIC 9(3) VALUE 0.
       01 WS-SIN-HALLADO                     PIC 9(3) VALUE 0.
       01 WS-SIN-BUSCADO                     PIC X(4) VALUE SPACES.

      * Novedades descuento de NOVEDADES.TXT cuyo concepto es de
      * cuota sindical; la marca queda en 'S' cuando el legajo se
      * encontro liquidado en el periodo.
       01 WS-NOVEDADES-CANT                  PIC 9(4) VALUE 0.
       01 WS-NOVEDADES-MAX                   PIC 9(4) VALUE 9999.
       01 WS-TABLA-NOVEDADES.
          05 WS-NOV OCCURS 9999 TIMES.
             10 WS-NOV-LEGAJO                PIC 9(5).
             10 WS-NOV-CONCEPTO              PIC X(4).
             10 WS-NOV-CLASE                 PIC X(1).
             10 WS-NOV-VALOR                 PIC 9(8)V9(2).
             10 WS-NOV-USADA                 PIC X(1).
       01 WS-NOV-IDX                         PIC 9(4) VALUE 0.
       01 WS-ES-CUOTA                        PIC X(1) VALUE 'N'.
          88 WS-ES-CUOTA-SI                  VALUE 'S'.
          88 WS-ES-CUOTA-NO                  VALUE 'N'.

      * Legajo del historico en curso.
       01 WS-LEG-SUELDO                      PIC 9(8)V9(2) VALUE 0.
       01 WS-LEG-CUOTA                       PIC 9(8)V9(2) VALUE 0.
       01 WS-LEG-IMPORTE                     PIC 9(8)V9(2) VALUE 0.
       01 WS-LEG-CONCEPTO                    PIC X(4) VALUE SPACES.
       01 WS-LEG-SINDICATO                   PIC X(4) VALUE SPACES.
       01 WS-LEG-CONVENIO                    PIC X(6) VALUE SPACES.
       01 WS-LEG-CUIL                        PIC 9(11) VALUE 0.

      * Corte por sindicato en la salida del SORT.
       01 WS-SINDICATO-ANTERIOR              PIC X(4) VALUE SPACES.
       01 WS-CUOTA-TEORICA                   PIC 9(8)V9(2) VALUE 0.
       01 WS-SUB-CANT                        PIC 9(5) VALUE 0.
       01 WS-SUB-SUELDO                      PIC 9(10)V9(2) VALUE 0.
       01 WS-SUB-CUOTA                       PIC 9(10)V9(2) VALUE 0.
       01 WS-TOT-CANT                        PIC 9(5) VALUE 0.
       01 WS-TOT-SUELDO                      PIC 9(10)V9(2) VALUE 0.
       01 WS-TOT-CUOTA                       PIC 9(10)V9(2) VALUE 0.
       01 WS-CANT-SINDICATOS                 PIC 9(3) VALUE 0.

       01 WS-CANT-HISTORICO                  PIC 9(5) VALUE 0.
       01 WS-CANT-OBSERVACIONES              PIC 9(5) VALUE 0.

      * Lineas del listado de la remesa.
       01 WS-LST-TITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(34)
             VALUE 'REMESA DE CUOTAS SINDICALES - PERI'.
          05 FILLER                          PIC X(03) VALUE 'ODO'.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LTI-MES                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-LTI-ANIO                     PIC 9(4).
          05 FILLER                          PIC X(11)
             VALUE '  EMITIDO: '.
          05 WS-LTI-DIA-HOY                  PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-LTI-MES-HOY                  PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-LTI-ANIO-HOY                 PIC 9(4).

       01 WS-LST-SINDICATO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(11)
             VALUE 'SINDICATO: '.
          05 WS-LSI-CODIGO                   PIC X(4).
          05 FILLER                          PIC X(03) VALUE ' - '.
          05 WS-LSI-DESC                     PIC X(30).
          05 FILLER                          PIC X(08)
             VALUE '  CUIT: '.
          05 WS-LSI-CUIT                     PIC 9(11).
          05 FILLER                          PIC X(07)
             VALUE '  CBU: '.
          05 WS-LSI-CBU                      PIC X(22).
          05 FILLER                          PIC X(09)
             VALUE '  CUOTA: '.
          05 WS-LSI-PORCENTAJE               PIC Z9,99.
          05 FILLER                          PIC X(01) VALUE '%'.

       01 WS-LST-ENCABEZADO.
          05 FILLER                          PIC X(08)
             VALUE ' LEGAJO '.
          05 FILLER                          PIC X(13)
             VALUE ' CUIL        '.
          05 FILLER                          PIC X(16)
             VALUE 'APELLIDO        '.
          05 FILLER                          PIC X(17)
             VALUE 'NOMBRE           '.
          05 FILLER                          PIC X(08)
             VALUE 'CONVENIO'.
          05 FILLER                          PIC X(06)
             VALUE ' CONC.'.
          05 FILLER                          PIC X(16)
             VALUE '          SUELDO'.
          05 FILLER                          PIC X(15)
             VALUE '  CUOTA TEORICA'.
          05 FILLER                          PIC X(15)
             VALUE ' CUOTA RETENIDA'.

       01 WS-LST-DETALLE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-LDT-CUIL                     PIC 9(11).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-LDT-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-LDT-CONVENIO                 PIC X(6).
          05 FILLER                          PIC X(04) VALUE SPACES.
          05 WS-LDT-CONCEPTO                 PIC X(4).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-LDT-SUELDO                   PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-LDT-TEORICA                  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-LDT-CUOTA                    PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-MARCA                    PIC X(1).

       01 WS-LST-SUBTOTAL.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LSU-TITULO                   PIC X(16)
             VALUE 'TOTAL SINDICATO '.
          05 WS-LSU-CODIGO                   PIC X(4).
          05 FILLER                          PIC X(13)
             VALUE '  AFILIADOS: '.
          05 WS-LSU-CANT                     PIC ZZZZ9.
          05 FILLER                          PIC X(33) VALUE SPACES.
          05 WS-LSU-SUELDO                   PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(17) VALUE SPACES.
          05 WS-LSU-CUOTA                    PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LST-NOTA-MARCA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE '* = LA CUOTA RETENIDA DIFIERE DE LA TEOR'.
          05 FILLER                          PIC X(36)
             VALUE 'ICA (PORCENTAJE DEL SINDICATO SOBRE '.
          05 FILLER                          PIC X(10)
             VALUE 'EL SUELDO)'.

       01 WS-LST-SIN-CUOTAS.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE 'NO HAY CUOTAS SINDICALES PARA REMITIR EN'.
          05 FILLER                          PIC X(11)
             VALUE ' EL PERIODO'.

      * Lineas del listado de control.
       01 WS-CTL-TITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(38)
             VALUE 'CONTROL DE LA REMESA SINDICAL - PERIOD'.
          05 FILLER                          PIC X(02) VALUE 'O '.
          05 WS-CTT-PERIODO                  PIC 9(6).

       01 WS-CTL-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-CTL-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CTL-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-CTL-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CTL-DETALLE                  PIC X(79).

       01 WS-CTL-IMPORTE                     PIC ZZ.ZZZ.ZZ9,99.

       01 WS-CTL-TOTAL.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(19)
             VALUE 'LEGAJOS LIQUIDADOS:'.
          05 WS-CTO-HISTORICO                PIC ZZZZ9.
          05 FILLER                          PIC X(15)
             VALUE '  REMITIDOS:   '.
          05 WS-CTO-REMITIDOS                PIC ZZZZ9.
          05 FILLER                          PIC X(18)
             VALUE '  OBSERVACIONES:  '.
          05 WS-CTO-OBSERVACIONES            PIC ZZZZ9.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.

           PERFORM 1000-LEER-PARAMETROS
              THRU 1000-LEER-PARAMETROS-EXIT.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-SINDICATOS
              THRU 1200-CARGAR-SINDICATOS-EXIT.

           PERFORM 1300-CARGAR-NOVEDADES
              THRU 1300-CARGAR-NOVEDADES-EXIT.

           SORT ORDENAMIENTO
              ON ASCENDING KEY SR-SINDICATO
              ON ASCENDING KEY SR-APELLIDO
              ON ASCENDING KEY SR-LEGAJO
              INPUT PROCEDURE IS 2000-SELECCIONAR-CUOTAS
                 THRU 2000-SELECCIONAR-CUOTAS-EXIT
              OUTPUT PROCEDURE IS 3000-EMITIR-REMESAS
                 THRU 3000-EMITIR-REMESAS-EXIT.

           PERFORM 4000-CERRAR-ARCHIVOS
              THRU 4000-CERRAR-ARCHIVOS-EXIT.

      *    04 = hay cuotas sin remitir, convenios sin cuota o
      *    novedades que no atan con la corrida: revisar el control.
           IF WS-CANT-OBSERVACIONES > 0
              MOVE 04                           TO WS-RC-REMESA
           END-IF.

           MOVE WS-RC-REMESA                    TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    Sin REMESA-PARAM.TXT, o con el periodo en blanco, se toma
      *    el mes de la fecha de corrida.
       1000-LEER-PARAMETROS.

           MOVE WS-FH-ANIO                      TO WS-PER-ANIO.
           MOVE WS-FH-MES                       TO WS-PER-MES.

           OPEN INPUT PARAMETROS.

           IF FS-PARAMETROS-OK
              READ PARAMETROS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RPA-PERIODO-X NOT = SPACES
                       IF RPA-PERIODO NUMERIC
                          AND RPA-PERIODO(1:4) >= '2000'
                          AND RPA-PERIODO(1:4) <= '2099'
                          AND RPA-PERIODO(5:2) >= '01'
                          AND RPA-PERIODO(5:2) <= '12'
                          MOVE RPA-PERIODO      TO WS-PERIODO
                       ELSE
                          DISPLAY 'ATENCION: PERIODO INVALIDO EN '
                             'REMESA-PARAM.TXT (' RPA-PERIODO-X
                             ') - SE USA EL MES DE LA FECHA DE '
                             'CORRIDA'
                       END-IF
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.

       1000-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin historico no hay liquidacion de la que remitir y sin
      *    maestro no se sabe el sindicato de nadie: se avisa y se
      *    termina con 04.
       1100-ABRIR-ARCHIVOS.

           OPEN INPUT HISTORICO.

           IF NOT FS-HISTORICO-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORICO: ' FS-HISTORICO
              DISPLAY 'SIN HISTORICO.DAT NO HAY CUOTAS QUE REMITIR'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MAESTRO.

           IF NOT FS-MAESTRO-OK
              DISPLAY 'ERROR AL ABRIR EL MAESTRO: ' FS-MAESTRO
              DISPLAY 'SIN MAESTRO.DAT NO SE CONOCE EL SINDICATO DE '
                 'LOS LEGAJOS'
              CLOSE HISTORICO
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE LA REMESA: '
                 FS-LISTADO
           END-IF.

           OPEN OUTPUT CONTROL-LISTADO.

           IF FS-CONTROL-LISTADO-OK
              MOVE WS-PERIODO                   TO WS-CTT-PERIODO
              WRITE REG-CONTROL-LISTADO         FROM WS-CTL-TITULO
              MOVE SPACES                       TO REG-CONTROL-LISTADO
              WRITE REG-CONTROL-LISTADO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE CONTROL: '
                 FS-CONTROL-LISTADO
           END-IF.

       1100-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    SINDICATOS.TXT se lee completo a memoria, como DEPTOS.TXT
      *    en CL09EJ01, con su marca de activo: el concepto de un
      *    sindicato inactivo sigue siendo cuota sindical (1360),
      *    pero a ese sindicato no se le remite (2100).
       1200-CARGAR-SINDICATOS.

           OPEN INPUT SINDICATOS.

           IF NOT FS-SINDICATOS-OK
              IF FS-SINDICATOS-NFD
                 DISPLAY 'ATENCION: NO EXISTE SINDICATOS.TXT - NO HAY '
                    'CONCEPTOS DE CUOTA NI SINDICATOS A QUIEN REMITIR'
              ELSE
                 DISPLAY 'ERROR AL ABRIR SINDICATOS: ' FS-SINDICATOS
              END-IF
              MOVE 04                           TO WS-RC-REMESA
              GO TO 1200-CARGAR-SINDICATOS-EXIT
           END-IF.

           PERFORM 1250-LEER-UN-SINDICATO
              THRU 1250-LEER-UN-SINDICATO-EXIT
             UNTIL WS-SINDICATOS-EOF-YES.

           CLOSE SINDICATOS.

       1200-CARGAR-SINDICATOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-UN-SINDICATO.

           READ SINDICATOS
              AT END
                 SET WS-SINDICATOS-EOF-YES      TO TRUE
                 GO TO 1250-LEER-UN-SINDICATO-EXIT
           END-READ.

           IF WS-SINDICATOS-CANT NOT < WS-SINDICATOS-MAX
              DISPLAY 'ATENCION: SE ALCANZO EL MAXIMO DE '
                 WS-SINDICATOS-MAX ' SINDICATOS DE SINDICATOS.TXT'
              SET WS-SINDICATOS-EOF-YES         TO TRUE
              GO TO 1250-LEER-UN-SINDICATO-EXIT
           END-IF.

           ADD 1                                TO WS-SINDICATOS-CANT.
           MOVE SIN-CODIGO        TO WS-SIN-CODIGO(WS-SINDICATOS-CANT).
           MOVE SIN-DESCRIPCION   TO WS-SIN-DESC(WS-SINDICATOS-CANT).
           MOVE SIN-CONCEPTO    TO WS-SIN-CONCEPTO(WS-SINDICATOS-CANT).
           MOVE SIN-CUIT          TO WS-SIN-CUIT(WS-SINDICATOS-CANT).
           MOVE SIN-CBU           TO WS-SIN-CBU(WS-SINDICATOS-CANT).
           MOVE SIN-ACTIVO        TO WS-SIN-ACTIVO(WS-SINDICATOS-CANT).

           IF SIN-PORCENTAJE NUMERIC
              MOVE SIN-PORCENTAJE
                             TO WS-SIN-PORCENTAJE(WS-SINDICATOS-CANT)
           ELSE
              MOVE 0         TO WS-SIN-PORCENTAJE(WS-SINDICATOS-CANT)
           END-IF.

       1250-LEER-UN-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    De NOVEDADES.TXT solo interesan los descuentos con concepto
      *    de cuota sindical; sin el archivo no hubo cuotas y los
      *    legajos en convenio salen observados.
       1300-CARGAR-NOVEDADES.

           OPEN INPUT NOVEDADES.

           IF NOT FS-NOVEDADES-OK
              IF FS-NOVEDADES-NFD
                 DISPLAY 'ATENCION: NO EXISTE NOVEDADES.TXT - NO HAY '
                    'CUOTAS SINDICALES RETENIDAS'
              ELSE
                 DISPLAY 'ERROR AL ABRIR NOVEDADES: ' FS-NOVEDADES
              END-IF
              GO TO 1300-CARGAR-NOVEDADES-EXIT
           END-IF.

           PERFORM 1350-LEER-UNA-NOVEDAD
              THRU 1350-LEER-UNA-NOVEDAD-EXIT
             UNTIL WS-NOVEDADES-EOF-YES.

           CLOSE NOVEDADES.

       1300-CARGAR-NOVEDADES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-LEER-UNA-NOVEDAD.

           READ NOVEDADES
              AT END
                 SET WS-NOVEDADES-EOF-YES       TO TRUE
                 GO TO 1350-LEER-UNA-NOVEDAD-EXIT
           END-READ.

           IF NOV-TIPO NOT = 'D'
              OR NOV-VALOR NOT NUMERIC
              GO TO 1350-LEER-UNA-NOVEDAD-EXIT
           END-IF.

           SET WS-ES-CUOTA-NO                   TO TRUE.

           PERFORM 1360-COMPARAR-CONCEPTO
              THRU 1360-COMPARAR-CONCEPTO-EXIT
             VARYING WS-SIN-IDX FROM 1 BY 1
               UNTIL WS-SIN-IDX > WS-SINDICATOS-CANT
                  OR WS-ES-CUOTA-SI.

           IF WS-ES-CUOTA-NO
              GO TO 1350-LEER-UNA-NOVEDAD-EXIT
           END-IF.

      *    CL09EJ01 descarta la novedad con clase que no es I ni P: la
      *    cuota no se desconto y no se remite.
           IF NOV-CLASE NOT = 'I'
              AND NOV-CLASE NOT = 'P'
              MOVE NOV-LEGAJO                   TO HIS-LEGAJO
              MOVE SPACES                       TO HIS-APELLIDO
              MOVE SPACES                       TO HIS-NOMBRE
              MOVE SPACES                       TO WS-CTL-DETALLE
              STRING 'NOVEDAD DE CUOTA '        DELIMITED BY SIZE
                     NOV-CONCEPTO               DELIMITED BY SIZE
                     ' CON CLASE INVALIDA - NO SE DESCONTO'
                                                DELIMITED BY SIZE
                INTO WS-CTL-DETALLE
              END-STRING
              PERFORM 2900-OBSERVAR-LEGAJO
                 THRU 2900-OBSERVAR-LEGAJO-EXIT
              GO TO 1350-LEER-UNA-NOVEDAD-EXIT
           END-IF.

           IF WS-NOVEDADES-CANT NOT < WS-NOVEDADES-MAX
              DISPLAY 'ATENCION: SE ALCANZO EL MAXIMO DE '
                 WS-NOVEDADES-MAX ' CUOTAS DE NOVEDADES.TXT'
              SET WS-NOVEDADES-EOF-YES          TO TRUE
              MOVE 04                           TO WS-RC-REMESA
              GO TO 1350-LEER-UNA-NOVEDAD-EXIT
           END-IF.

           ADD 1                                TO WS-NOVEDADES-CANT.
           MOVE NOV-LEGAJO        TO WS-NOV-LEGAJO(WS-NOVEDADES-CANT).
           MOVE NOV-CONCEPTO    TO WS-NOV-CONCEPTO(WS-NOVEDADES-CANT).
           MOVE NOV-CLASE         TO WS-NOV-CLASE(WS-NOVEDADES-CANT).
           MOVE NOV-VALOR         TO WS-NOV-VALOR(WS-NOVEDADES-CANT).
           MOVE 'N'               TO WS-NOV-USADA(WS-NOVEDADES-CANT).

       1350-LEER-UNA-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1360-COMPARAR-CONCEPTO.

           IF WS-SIN-CONCEPTO(WS-SIN-IDX) = NOV-CONCEPTO
              SET WS-ES-CUOTA-SI                TO TRUE
           END-IF.

       1360-COMPARAR-CONCEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Entrada del SORT: los legajos liquidados en el periodo (la
      *    clave del historico empieza por el periodo) con la cuota
      *    que se les retuvo; al final, las cuotas de NOVEDADES.TXT
      *    de legajos que no se liquidaron.
       2000-SELECCIONAR-CUOTAS.

           MOVE WS-PERIODO                      TO HIS-PERIODO.
           MOVE 0                               TO HIS-LEGAJO.

           START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 SET WS-HISTORICO-EOF-YES       TO TRUE
           END-START.

           PERFORM 2100-LEER-HISTORICO
              THRU 2100-LEER-HISTORICO-EXIT
             UNTIL WS-HISTORICO-EOF-YES.

           PERFORM 2500-CUOTA-SIN-LIQUIDACION
              THRU 2500-CUOTA-SIN-LIQUIDACION-EXIT
             VARYING WS-NOV-IDX FROM 1 BY 1
               UNTIL WS-NOV-IDX > WS-NOVEDADES-CANT.

       2000-SELECCIONAR-CUOTAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-HISTORICO.

           READ HISTORICO NEXT RECORD
              AT END
                 SET WS-HISTORICO-EOF-YES       TO TRUE
                 GO TO 2100-LEER-HISTORICO-EXIT
           END-READ.

           IF HIS-PERIODO NOT = WS-PERIODO
              SET WS-HISTORICO-EOF-YES          TO TRUE
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           ADD 1                                TO WS-CANT-HISTORICO.

           MOVE HIS-LEGAJO                      TO MAE-LEGAJO.

           READ MAESTRO
              INVALID KEY
                 MOVE SPACES                    TO WS-LEG-SINDICATO
                 MOVE SPACES                    TO WS-LEG-CONVENIO
                 MOVE 0                         TO WS-LEG-CUIL
              NOT INVALID KEY
                 MOVE MAE-SINDICATO             TO WS-LEG-SINDICATO
                 MOVE MAE-CONVENIO              TO WS-LEG-CONVENIO
                 MOVE MAE-CUIL                  TO WS-LEG-CUIL
           END-READ.

      *    Cuota retenida: las novedades de cuota del legajo, con la
      *    misma formula que CL09EJ01 (1930) sobre el sueldo del mes.
      *    La parte de liquidacion final sumada al registro de la
      *    corrida mensual no lleva novedades de NOVEDADES.TXT: queda
      *    fuera del sueldo. Si el registro es solo de la liquidacion
      *    final, esa fue la que aplico las novedades del mes.
           COMPUTE WS-LEG-SUELDO = HIS-BRUTO - HIS-NOV-HABERES.

           IF HIS-FIN-NRO-CORRIDA > 0
              AND HIS-FIN-NRO-CORRIDA NOT = HIS-NRO-CORRIDA
              COMPUTE WS-LEG-SUELDO = WS-LEG-SUELDO
                 - (HIS-FIN-BRUTO - HIS-FIN-NOV-HABERES)
           END-IF.
           MOVE 0                               TO WS-LEG-CUOTA.
           MOVE SPACES                          TO WS-LEG-CONCEPTO.

           PERFORM 2200-SUMAR-CUOTA
              THRU 2200-SUMAR-CUOTA-EXIT
             VARYING WS-NOV-IDX FROM 1 BY 1
               UNTIL WS-NOV-IDX > WS-NOVEDADES-CANT.

           IF WS-LEG-CUOTA = 0
              IF WS-LEG-CONVENIO NOT = SPACES
                 MOVE SPACES                    TO WS-CTL-DETALLE
                 STRING 'EN CONVENIO '          DELIMITED BY SIZE
                        WS-LEG-CONVENIO         DELIMITED BY SIZE
                        ' SIN CUOTA SINDICAL DESCONTADA (SINDICATO: '
                                                DELIMITED BY SIZE
                        WS-LEG-SINDICATO        DELIMITED BY SIZE
                        ')'                     DELIMITED BY SIZE
                   INTO WS-CTL-DETALLE
                 END-STRING
                 PERFORM 2900-OBSERVAR-LEGAJO
                    THRU 2900-OBSERVAR-LEGAJO-EXIT
              END-IF
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           MOVE WS-LEG-CUOTA                    TO WS-CTL-IMPORTE.

      *    La cuota sale de NOVEDADES.TXT y el historico solo guarda
      *    el total de descuentos de novedades: si la cuota no entra
      *    en ese total, NOVEDADES.TXT no es el de la corrida.
           IF WS-LEG-CUOTA > HIS-NOV-DESCUENTOS
              MOVE SPACES                       TO WS-CTL-DETALLE
              STRING 'CUOTA '                   DELIMITED BY SIZE
                     WS-CTL-IMPORTE             DELIMITED BY SIZE
                     ' MAYOR QUE LOS DESCUENTOS DE LA CORRIDA'
                                                DELIMITED BY SIZE
                     ' - NO SE REMITE'          DELIMITED BY SIZE
                INTO WS-CTL-DETALLE
              END-STRING
              PERFORM 2900-OBSERVAR-LEGAJO
                 THRU 2900-OBSERVAR-LEGAJO-EXIT
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           IF WS-LEG-SINDICATO = SPACES
              MOVE SPACES                       TO WS-CTL-DETALLE
              STRING 'CUOTA '                   DELIMITED BY SIZE
                     WS-CTL-IMPORTE             DELIMITED BY SIZE
                     ' RETENIDA SIN SINDICATO EN EL MAESTRO'
                                                DELIMITED BY SIZE
                     ' - NO SE REMITE'          DELIMITED BY SIZE
                INTO WS-CTL-DETALLE
              END-STRING
              PERFORM 2900-OBSERVAR-LEGAJO
                 THRU 2900-OBSERVAR-LEGAJO-EXIT
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           MOVE WS-LEG-SINDICATO                TO WS-SIN-BUSCADO.

           PERFORM 2300-BUSCAR-SINDICATO
              THRU 2300-BUSCAR-SINDICATO-EXIT.

           IF WS-SIN-HALLADO = 0
              MOVE SPACES                       TO WS-CTL-DETALLE
              STRING 'CUOTA '                   DELIMITED BY SIZE
                     WS-CTL-IMPORTE             DELIMITED BY SIZE
                     ' - SINDICATO '            DELIMITED BY SIZE
                     WS-LEG-SINDICATO           DELIMITED BY SIZE
                     ' FUERA DE SINDICATOS.TXT'
                                                DELIMITED BY SIZE
                     ' - NO SE REMITE'          DELIMITED BY SIZE
                INTO WS-CTL-DETALLE
              END-STRING
              PERFORM 2900-OBSERVAR-LEGAJO
                 THRU 2900-OBSERVAR-LEGAJO-EXIT
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           IF NOT WS-SIN-ACTIVO-SI(WS-SIN-HALLADO)
              MOVE SPACES                       TO WS-CTL-DETALLE
              STRING 'CUOTA '                   DELIMITED BY SIZE
                     WS-CTL-IMPORTE             DELIMITED BY SIZE
                     ' - SINDICATO '            DELIMITED BY SIZE
                     WS-LEG-SINDICATO           DELIMITED BY SIZE
                     ' INACTIVO EN SINDICATOS.TXT'
                                                DELIMITED BY SIZE
                     ' - NO SE REMITE'          DELIMITED BY SIZE
                INTO WS-CTL-DETALLE
              END-STRING
              PERFORM 2900-OBSERVAR-LEGAJO
                 THRU 2900-OBSERVAR-LEGAJO-EXIT
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

      *    Se remite al sindicato del maestro; si la cuota se cargo
      *    con el concepto de otro sindicato se avisa igual.
           IF WS-LEG-CONCEPTO NOT = WS-SIN-CONCEPTO(WS-SIN-HALLADO)
              MOVE SPACES                       TO WS-CTL-DETALLE
              STRING 'CUOTA CON CONCEPTO '      DELIMITED BY SIZE
                     WS-LEG-CONCEPTO            DELIMITED BY SIZE
                     ' Y NO EL DE SU SINDICATO '
                                                DELIMITED BY SIZE
                     WS-LEG-SINDICATO           DELIMITED BY SIZE
                     ' - SE REMITE A ESTE'      DELIMITED BY SIZE
                INTO WS-CTL-DETALLE
              END-STRING
              PERFORM 2900-OBSERVAR-LEGAJO
                 THRU 2900-OBSERVAR-LEGAJO-EXIT
           END-IF.

           MOVE WS-LEG-SINDICATO                TO SR-SINDICATO.
           MOVE HIS-APELLIDO                    TO SR-APELLIDO.
           MOVE HIS-LEGAJO                      TO SR-LEGAJO.
           MOVE HIS-NOMBRE                      TO SR-NOMBRE.
           MOVE WS-LEG-CUIL                     TO SR-CUIL.
           MOVE WS-LEG-CONVENIO                 TO SR-CONVENIO.
           MOVE WS-LEG-CONCEPTO                 TO SR-CONCEPTO.
           MOVE WS-LEG-SUELDO                   TO SR-SUELDO.
           MOVE WS-LEG-CUOTA                    TO SR-CUOTA.

           RELEASE SR-REGISTRO.

       2100-LEER-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-SUMAR-CUOTA.

           IF WS-NOV-LEGAJO(WS-NOV-IDX) NOT = HIS-LEGAJO
              GO TO 2200-SUMAR-CUOTA-EXIT
           END-IF.

           EVALUATE WS-NOV-CLASE(WS-NOV-IDX)
               WHEN 'P'
                    COMPUTE WS-LEG-IMPORTE ROUNDED =
                       WS-LEG-SUELDO
                       * WS-NOV-VALOR(WS-NOV-IDX) / 100
               WHEN OTHER
                    MOVE WS-NOV-VALOR(WS-NOV-IDX)
                                                TO WS-LEG-IMPORTE
           END-EVALUATE.

           ADD WS-LEG-IMPORTE                   TO WS-LEG-CUOTA.
           MOVE 'S'                       TO WS-NOV-USADA(WS-NOV-IDX).

           IF WS-LEG-CONCEPTO = SPACES
              MOVE WS-NOV-CONCEPTO(WS-NOV-IDX)  TO WS-LEG-CONCEPTO
           END-IF.

       2200-SUMAR-CUOTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Busca WS-SIN-BUSCADO en la tabla de sindicatos; deja la
      *    posicion en WS-SIN-HALLADO (cero si no esta).
       2300-BUSCAR-SINDICATO.

           MOVE 0                               TO WS-SIN-HALLADO.

           PERFORM 2350-COMPARAR-SINDICATO
              THRU 2350-COMPARAR-SINDICATO-EXIT
             VARYING WS-SIN-IDX FROM 1 BY 1
               UNTIL WS-SIN-IDX > WS-SINDICATOS-CANT
                  OR WS-SIN-HALLADO > 0.

       2300-BUSCAR-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2350-COMPARAR-SINDICATO.

           IF WS-SIN-CODIGO(WS-SIN-IDX) = WS-SIN-BUSCADO
              MOVE WS-SIN-IDX                   TO WS-SIN-HALLADO
           END-IF.

       2350-COMPARAR-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Una cuota de NOVEDADES.TXT que no se uso es de un legajo
      *    que no se liquido en el periodo: no se retuvo.
       2500-CUOTA-SIN-LIQUIDACION.

           IF WS-NOV-USADA(WS-NOV-IDX) = 'S'
              GO TO 2500-CUOTA-SIN-LIQUIDACION-EXIT
           END-IF.

           MOVE WS-NOV-LEGAJO(WS-NOV-IDX)       TO HIS-LEGAJO.
           MOVE SPACES                          TO HIS-APELLIDO.
           MOVE SPACES                          TO HIS-NOMBRE.
           MOVE SPACES                          TO WS-CTL-DETALLE.

           STRING 'NOVEDAD DE CUOTA '           DELIMITED BY SIZE
                  WS-NOV-CONCEPTO(WS-NOV-IDX)   DELIMITED BY SIZE
                  ' SIN LIQUIDACION EN EL PERIODO - NO SE RETUVO'
                                                DELIMITED BY SIZE
             INTO WS-CTL-DETALLE
           END-STRING.

           PERFORM 2900-OBSERVAR-LEGAJO
              THRU 2900-OBSERVAR-LEGAJO-EXIT.

       2500-CUOTA-SIN-LIQUIDACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Una linea de observacion del legajo de HIS-LEGAJO con el
      *    texto armado en WS-CTL-DETALLE.
       2900-OBSERVAR-LEGAJO.

           ADD 1                           TO WS-CANT-OBSERVACIONES.

           MOVE HIS-LEGAJO                      TO WS-CTL-LEGAJO.
           MOVE HIS-APELLIDO                    TO WS-CTL-APELLIDO.
           MOVE HIS-NOMBRE                      TO WS-CTL-NOMBRE.

           IF FS-CONTROL-LISTADO-OK
              WRITE REG-CONTROL-LISTADO         FROM WS-CTL-LINEA
           END-IF.

       2900-OBSERVAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Salida del SORT: un bloque del listado y un archivo de pago
      *    por sindicato, con corte de control por codigo.
       3000-EMITIR-REMESAS.

           MOVE WS-PER-MES                      TO WS-LTI-MES.
           MOVE WS-PER-ANIO                     TO WS-LTI-ANIO.
           MOVE WS-FH-DIA                       TO WS-LTI-DIA-HOY.
           MOVE WS-FH-MES                       TO WS-LTI-MES-HOY.
           MOVE WS-FH-ANIO                      TO WS-LTI-ANIO-HOY.

           WRITE REG-LISTADO                    FROM WS-LST-TITULO.
           MOVE SPACES                          TO REG-LISTADO.
           WRITE REG-LISTADO.

           PERFORM 3100-LEER-ORDENADO
              THRU 3100-LEER-ORDENADO-EXIT.

           IF WS-ORDEN-EOF-YES
              WRITE REG-LISTADO                 FROM WS-LST-SIN-CUOTAS
              GO TO 3000-EMITIR-REMESAS-EXIT
           END-IF.

           PERFORM 3200-PROCESAR-CUOTA
              THRU 3200-PROCESAR-CUOTA-EXIT
             UNTIL WS-ORDEN-EOF-YES.

           PERFORM 3400-CERRAR-SINDICATO
              THRU 3400-CERRAR-SINDICATO-EXIT.

           MOVE 'TOTAL GENERAL   '              TO WS-LSU-TITULO.
           MOVE SPACES                          TO WS-LSU-CODIGO.
           MOVE WS-TOT-CANT                     TO WS-LSU-CANT.
           MOVE WS-TOT-SUELDO                   TO WS-LSU-SUELDO.
           MOVE WS-TOT-CUOTA                    TO WS-LSU-CUOTA.
           WRITE REG-LISTADO                    FROM WS-LST-SUBTOTAL.

           MOVE SPACES                          TO REG-LISTADO.
           WRITE REG-LISTADO.
           WRITE REG-LISTADO                    FROM WS-LST-NOTA-MARCA.

       3000-EMITIR-REMESAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LEER-ORDENADO.

           RETURN ORDENAMIENTO
              AT END
                 SET WS-ORDEN-EOF-YES           TO TRUE
           END-RETURN.

       3100-LEER-ORDENADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-PROCESAR-CUOTA.

           IF SR-SINDICATO NOT = WS-SINDICATO-ANTERIOR
              IF WS-SINDICATO-ANTERIOR NOT = SPACES
                 PERFORM 3400-CERRAR-SINDICATO
                    THRU 3400-CERRAR-SINDICATO-EXIT
              END-IF
              PERFORM 3300-ABRIR-SINDICATO
                 THRU 3300-ABRIR-SINDICATO-EXIT
           END-IF.

           COMPUTE WS-CUOTA-TEORICA ROUNDED =
                   SR-SUELDO * WS-SIN-PORCENTAJE(WS-SIN-HALLADO) / 100.

           MOVE SR-LEGAJO                       TO WS-LDT-LEGAJO.
           MOVE SR-CUIL                         TO WS-LDT-CUIL.
           MOVE SR-APELLIDO                     TO WS-LDT-APELLIDO.
           MOVE SR-NOMBRE                       TO WS-LDT-NOMBRE.
           MOVE SR-CONVENIO                     TO WS-LDT-CONVENIO.
           MOVE SR-CONCEPTO                     TO WS-LDT-CONCEPTO.
           MOVE SR-SUELDO                       TO WS-LDT-SUELDO.
           MOVE WS-CUOTA-TEORICA                TO WS-LDT-TEORICA.
           MOVE SR-CUOTA                        TO WS-LDT-CUOTA.

           IF SR-CUOTA NOT = WS-CUOTA-TEORICA
              MOVE '*'                          TO WS-LDT-MARCA
           ELSE
              MOVE SPACE                        TO WS-LDT-MARCA
           END-IF.

           WRITE REG-LISTADO                    FROM WS-LST-DETALLE.

           IF WS-PAGO-ABIERTO-SI
              MOVE SPACES                       TO REG-PAGO-DETALLE
              MOVE 'D'                          TO PGD-TIPO
              MOVE SR-CUIL                      TO PGD-CUIL
              MOVE SR-LEGAJO                    TO PGD-LEGAJO
              MOVE SR-APELLIDO                  TO PGD-APELLIDO
              MOVE SR-NOMBRE                    TO PGD-NOMBRE
              MOVE SR-CONVENIO                  TO PGD-CONVENIO
              MOVE SR-SUELDO                    TO PGD-SUELDO
              MOVE SR-CUOTA                     TO PGD-CUOTA
              WRITE REG-PAGO-DETALLE
              IF NOT FS-PAGO-OK
                 DISPLAY 'ERROR AL ESCRIBIR ' WS-PAGO-PATH ': '
                    FS-PAGO
              END-IF
           END-IF.

           ADD 1                                TO WS-SUB-CANT.
           ADD SR-SUELDO                        TO WS-SUB-SUELDO.
           ADD SR-CUOTA                         TO WS-SUB-CUOTA.

           PERFORM 3100-LEER-ORDENADO
              THRU 3100-LEER-ORDENADO-EXIT.

       3200-PROCESAR-CUOTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Primer afiliado de un sindicato: encabezado del bloque y
      *    apertura de su archivo de pago REMESA-CCCC-AAAAMM.TXT.
       3300-ABRIR-SINDICATO.

           MOVE SR-SINDICATO               TO WS-SINDICATO-ANTERIOR.
           MOVE SR-SINDICATO                    TO WS-SIN-BUSCADO.

           PERFORM 2300-BUSCAR-SINDICATO
              THRU 2300-BUSCAR-SINDICATO-EXIT.

           ADD 1                                TO WS-CANT-SINDICATOS.
           MOVE 0                               TO WS-SUB-CANT.
           MOVE 0                               TO WS-SUB-SUELDO.
           MOVE 0                               TO WS-SUB-CUOTA.

           MOVE WS-SIN-CODIGO(WS-SIN-HALLADO)   TO WS-LSI-CODIGO.
           MOVE WS-SIN-DESC(WS-SIN-HALLADO)     TO WS-LSI-DESC.
           MOVE WS-SIN-CUIT(WS-SIN-HALLADO)     TO WS-LSI-CUIT.
           MOVE WS-SIN-CBU(WS-SIN-HALLADO)      TO WS-LSI-CBU.
           MOVE WS-SIN-PORCENTAJE(WS-SIN-HALLADO)
                                                TO WS-LSI-PORCENTAJE.

           WRITE REG-LISTADO                    FROM WS-LST-SINDICATO.
           WRITE REG-LISTADO                    FROM WS-LST-ENCABEZADO.

           MOVE SPACES                          TO WS-PAGO-PATH.
           STRING 'REMESA-'                     DELIMITED BY SIZE
                  SR-SINDICATO                  DELIMITED BY SPACE
                  '-'                           DELIMITED BY SIZE
                  WS-PERIODO                    DELIMITED BY SIZE
                  '.TXT'                        DELIMITED BY SIZE
             INTO WS-PAGO-PATH
           END-STRING.

           OPEN OUTPUT PAGO.

           IF NOT FS-PAGO-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE PAGO '
                 WS-PAGO-PATH ': ' FS-PAGO
              MOVE 04                           TO WS-RC-REMESA
              SET WS-PAGO-ABIERTO-NO            TO TRUE
              GO TO 3300-ABRIR-SINDICATO-EXIT
           END-IF.

           SET WS-PAGO-ABIERTO-SI               TO TRUE.

           MOVE SPACES                          TO REG-PAGO-CABECERA.
           MOVE 'H'                             TO PGH-TIPO.
           MOVE WS-SIN-CODIGO(WS-SIN-HALLADO)   TO PGH-SINDICATO.
           MOVE WS-SIN-CUIT(WS-SIN-HALLADO)     TO PGH-CUIT.
           MOVE WS-SIN-CBU(WS-SIN-HALLADO)      TO PGH-CBU.
           MOVE WS-PERIODO                      TO PGH-PERIODO.
           WRITE REG-PAGO-CABECERA.

       3300-ABRIR-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Ultimo afiliado de un sindicato: subtotal del bloque y
      *    registro de totales del archivo de pago.
       3400-CERRAR-SINDICATO.

           MOVE 'TOTAL SINDICATO '              TO WS-LSU-TITULO.
           MOVE WS-SINDICATO-ANTERIOR           TO WS-LSU-CODIGO.
           MOVE WS-SUB-CANT                     TO WS-LSU-CANT.
           MOVE WS-SUB-SUELDO                   TO WS-LSU-SUELDO.
           MOVE WS-SUB-CUOTA                    TO WS-LSU-CUOTA.
           WRITE REG-LISTADO                    FROM WS-LST-SUBTOTAL.
           MOVE SPACES                          TO REG-LISTADO.
           WRITE REG-LISTADO.

           ADD WS-SUB-CANT                      TO WS-TOT-CANT.
           ADD WS-SUB-SUELDO                    TO WS-TOT-SUELDO.
           ADD WS-SUB-CUOTA                     TO WS-TOT-CUOTA.

           IF WS-PAGO-ABIERTO-SI
              MOVE SPACES                       TO REG-PAGO-TOTALES
              MOVE 'T'                          TO PGT-TIPO
              MOVE WS-SUB-CANT                  TO PGT-CANTIDAD
              MOVE WS-SUB-CUOTA                 TO PGT-IMPORTE
              WRITE REG-PAGO-TOTALES
              CLOSE PAGO
              SET WS-PAGO-ABIERTO-NO            TO TRUE
           END-IF.

       3400-CERRAR-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-CERRAR-ARCHIVOS.

           IF FS-CONTROL-LISTADO-OK
              IF WS-CANT-OBSERVACIONES = 0
                 MOVE ' SIN OBSERVACIONES'      TO REG-CONTROL-LISTADO
                 WRITE REG-CONTROL-LISTADO
              END-IF
              MOVE SPACES                       TO REG-CONTROL-LISTADO
              WRITE REG-CONTROL-LISTADO
              MOVE WS-CANT-HISTORICO            TO WS-CTO-HISTORICO
              MOVE WS-TOT-CANT                  TO WS-CTO-REMITIDOS
              MOVE WS-CANT-OBSERVACIONES        TO WS-CTO-OBSERVACIONES
              WRITE REG-CONTROL-LISTADO         FROM WS-CTL-TOTAL
              CLOSE CONTROL-LISTADO
           END-IF.

           CLOSE HISTORICO.
           CLOSE MAESTRO.
           CLOSE LISTADO.

           DISPLAY 'REMESA SINDICAL ' WS-PERIODO ': '
              WS-CANT-SINDICATOS ' SINDICATO(S), ' WS-TOT-CANT
              ' CUOTA(S), ' WS-CANT-OBSERVACIONES
              ' OBSERVACION(ES)'.

       4000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ17.
