      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CERTIFICADO ANUAL Y ARCHIVO DE RETENCIONES DE GANANCIAS
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * CL09EJ01 retiene ganancias todos los meses por el metodo
      * acumulado, pero el certificado anual de remuneraciones y
      * retenciones que pide cada empleado a fin de ano (o al irse)
      * se tipeaba a mano. Este programa arma, para el ano pedido:
      *   - CERTIFICADOS-GANANCIAS.TXT: un certificado por legajo con
      *     cada mes liquidado de HISTORICO.DAT (remuneracion bruta,
      *     aportes, ganancia neta, base imponible acumulada,
      *     retencion y devolucion de HIS-GANANCIAS) y los totales
      *     del ano;
      *   - RETENCIONES-AAAA.TXT: el archivo de formato fijo del
      *     regimen informativo, un registro por legajo con el CUIL
      *     del maestro y los totales anuales;
      *   - RETENCIONES-CONTROL.TXT: listado de control que ata los
      *     totales del archivo, legajo por legajo y en total, al
      *     acumulado anual antes de presentarlo. Si el ano ya se
      *     cerro con CL09EJ02 el acumulado es su HISTORIA-AAAA.DAT;
      *     si no, ACUMULADO.DAT.
      * La base imponible se arma como en CL09EJ01: ganancia neta
      * acumulada (bruto menos aportes) menos la deduccion personal
      * mensual por los meses transcurridos del ano; la deduccion es
      * la de la escala de GANANCIAS.TXT vigente en diciembre del
      * ano (sin el archivo se informa en cero).
      * CERTIFICADO-PARAM.TXT (opcional) trae el ano AAAA y, para el
      * certificado de un empleado que se va, su legajo; sin el
      * archivo rige el ano de la fecha de corrida, todos los
      * legajos. El aguinaldo no se historiza y no forma parte del
      * certificado (tampoco del acumulado). Los importes no
      * remunerativos (indemnizacion por antiguedad de la liquidacion
      * final) se informan aparte: no son ganancia gravada.
      * Codigo de retorno: 04 si hubo legajos sin CUIL o sin maestro
      * o diferencias contra el acumulado (el archivo sale igual,
      * pero no debe presentarse asi), 00 si no.
      *
      * Modificaciones:
      * 15/10/2026 GR - El registro del maestro suma el sindicato y el
      *                 convenio del legajo (MAE-SINDICATO,
      *                 MAE-CONVENIO) que mantiene CL09EJ03.
      * 15/10/2026 GR - Correcciones de revision: la indemnizacion de
      *                 la liquidacion final (HIS-NO-REMUNERATIVO) ya
      *                 no viaja en HIS-BRUTO; el certificado la
      *                 informa en una linea aparte, fuera de la
      *                 remuneracion bruta y de la base imponible, y
      *                 el archivo de retenciones la agrega al final
      *                 del registro (RTG-NO-REMUNERATIVO).
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ14.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETROS
           ASSIGN TO 'CERTIFICADO-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

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

      * Acumulado anual con el layout de CL09EJ01: el nombre real se
      * arma en WS-ANUAL-PATH (HISTORIA-AAAA.DAT si el ano ya se
      * cerro, ACUMULADO.DAT si no).
       SELECT ANUAL
           ASSIGN TO WS-ANUAL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANU-ID-EMPLEADO
           FILE STATUS IS FS-ANUAL.

      * Misma escala que lee CL09EJ01; aca solo interesa la
      * deduccion personal mensual.
       SELECT GANANCIAS
           ASSIGN TO 'GANANCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-GANANCIAS.

       SELECT CERTIFICADOS
           ASSIGN TO 'CERTIFICADOS-GANANCIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CERTIFICADOS.

      * Nombre real armado en WS-RETENCIONES-PATH con el ano.
       SELECT RETENCIONES
           ASSIGN TO WS-RETENCIONES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCIONES.

       SELECT CONTROL-LISTADO
           ASSIGN TO 'RETENCIONES-CONTROL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL-LISTADO.

      * Archivo de trabajo del SORT que agrupa los meses por legajo.
       SELECT ORDENAMIENTO
           ASSIGN TO 'SORTWORK'.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
          05 CPA-ANIO                       PIC 9(4).
      *    Legajo del certificado; en cero o blanco, todos.
          05 CPA-LEGAJO                     PIC 9(5).
          05 CPA-LEGAJO-X REDEFINES CPA-LEGAJO
                                            PIC X(5).

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

       FD ANUAL.
       01 ANU-REGISTRO.
          05 ANU-ID-EMPLEADO                PIC 9(5).
          05 ANU-NOMBRE                     PIC X(15).
          05 ANU-APELLIDO                   PIC X(15).
          05 ANU-SUELDO-ACUMULADO           PIC 9(9)V9(2).
          05 ANU-NETO-ACUMULADO             PIC 9(9)V9(2).
          05 ANU-CANT-PERIODOS              PIC 9(3).
          05 ANU-ULTIMA-CORRIDA-FECHA.
             10 ANU-UCF-ANIO                PIC 9(4).
             10 ANU-UCF-MES                 PIC 9(2).
             10 ANU-UCF-DIA                 PIC 9(2).
          05 ANU-ULTIMO-REG-PROCESADO       PIC 9(7).
          05 ANU-ULTIMA-CORRIDA-NRO         PIC 9(5).
          05 ANU-APORTES-ACUMULADO          PIC 9(9)V9(2).
          05 ANU-GANANCIAS-ACUMULADO        PIC S9(9)V9(2).

       FD GANANCIAS.
       01 REG-GANANCIAS.
          05 GAN-TIPO-REG                   PIC X(1).
             88 GAN-REG-VIGENCIA            VALUE 'V'.
             88 GAN-REG-TRAMO               VALUE 'T'.
          05 GAN-VIGENCIA                   PIC 9(8).
          05 GAN-DEDUC-MENSUAL              PIC 9(8)V9(2).
          05 FILLER                         PIC X(5).

       FD CERTIFICADOS.
       01 REG-CERTIFICADOS                  PIC X(132).

      * Registro del regimen informativo: uno por legajo y ano,
      * importes con dos decimales implicitos.
       FD RETENCIONES.
       01 REG-RETENCIONES.
          05 RTG-ANIO                       PIC 9(4).
          05 RTG-CUIL                       PIC 9(11).
          05 RTG-LEGAJO                     PIC 9(5).
          05 RTG-APELLIDO                   PIC X(15).
          05 RTG-NOMBRE                     PIC X(15).
          05 RTG-FECHA-ALTA                 PIC 9(8).
          05 RTG-FECHA-BAJA                 PIC 9(8).
          05 RTG-MESES                      PIC 9(2).
          05 RTG-REM-BRUTA                  PIC 9(10)V9(2).
          05 RTG-APORTES                    PIC 9(10)V9(2).
          05 RTG-DEDUCCION                  PIC 9(10)V9(2).
          05 RTG-BASE-IMPONIBLE             PIC 9(10)V9(2).
          05 RTG-RETENIDO                   PIC 9(10)V9(2).
          05 RTG-DEVUELTO                   PIC 9(10)V9(2).
          05 RTG-NO-REMUNERATIVO            PIC 9(10)V9(2).

       FD CONTROL-LISTADO.
       01 REG-CONTROL-LISTADO               PIC X(120).

      * Registro del ordenamiento: legajo y periodo primero.
       SD ORDENAMIENTO.
       01 SR-REGISTRO.
          05 SR-LEGAJO                      PIC 9(5).
          05 SR-PERIODO                     PIC 9(6).
          05 SR-PERIODO-PARTES REDEFINES SR-PERIODO.
             10 SR-PER-ANIO                 PIC 9(4).
             10 SR-PER-MES                  PIC 9(2).
          05 SR-APELLIDO                    PIC X(15).
          05 SR-NOMBRE                      PIC X(15).
          05 SR-BRUTO                       PIC 9(8)V9(2).
          05 SR-APORTES                     PIC 9(8)V9(2).
          05 SR-GANANCIAS                   PIC S9(8)V9(2).
          05 SR-NO-REMUNERATIVO             PIC 9(8)V9(2).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                   PIC X(2).
             88 FS-PARAMETROS-OK             VALUE '00'.
             88 FS-PARAMETROS-NFD            VALUE '35'.
          05 FS-HISTORICO                    PIC X(2).
             88 FS-HISTORICO-OK              VALUE '00'.
             88 FS-HISTORICO-NFD             VALUE '35'.
          05 FS-MAESTRO                      PIC X(2).
             88 FS-MAESTRO-OK                VALUE '00'.
             88 FS-MAESTRO-NFD               VALUE '35'.
          05 FS-ANUAL                        PIC X(2).
             88 FS-ANUAL-OK                  VALUE '00'.
             88 FS-ANUAL-NFD                 VALUE '35'.
          05 FS-GANANCIAS                    PIC X(2).
             88 FS-GANANCIAS-OK              VALUE '00'.
             88 FS-GANANCIAS-NFD             VALUE '35'.
          05 FS-CERTIFICADOS                 PIC X(2).
             88 FS-CERTIFICADOS-OK           VALUE '00'.
          05 FS-RETENCIONES                  PIC X(2).
             88 FS-RETENCIONES-OK            VALUE '00'.
          05 FS-CONTROL-LISTADO              PIC X(2).
             88 FS-CONTROL-LISTADO-OK        VALUE '00'.

       01 WS-RC-CERTIFICADO                  PIC 9(2) VALUE 0.

       01 WS-HISTORICO-EOF                   PIC X(1) VALUE 'N'.
          88 WS-HISTORICO-EOF-YES            VALUE 'Y'.
       01 WS-ORDEN-EOF                       PIC X(1) VALUE 'N'.
          88 WS-ORDEN-EOF-YES                VALUE 'Y'.
       01 WS-ANUAL-EOF                       PIC X(1) VALUE 'N'.
          88 WS-ANUAL-EOF-YES                VALUE 'Y'.
       01 WS-GANANCIAS-EOF                   PIC X(1) VALUE 'N'.
          88 WS-GANANCIAS-EOF-YES            VALUE 'Y'.

       01 WS-MAESTRO-DISPONIBLE              PIC X(1) VALUE 'N'.
          88 WS-MAESTRO-DISPONIBLE-SI        VALUE 'S'.
          88 WS-MAESTRO-DISPONIBLE-NO        VALUE 'N'.
       01 WS-ANUAL-DISPONIBLE                PIC X(1) VALUE 'N'.
          88 WS-ANUAL-DISPONIBLE-SI          VALUE 'S'.
          88 WS-ANUAL-DISPONIBLE-NO          VALUE 'N'.

       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                      PIC 9(4).
          05 WS-FH-MES                       PIC 9(2).
          05 WS-FH-DIA                       PIC 9(2).

      * Ano y legajo pedidos.
       01 WS-ANIO                            PIC 9(4) VALUE 0.
       01 WS-LEGAJO-PEDIDO                   PIC 9(5) VALUE 0.
       01 WS-PER-DESDE                       PIC 9(6) VALUE 0.
       01 WS-PER-HASTA                       PIC 9(6) VALUE 0.

       01 WS-ANUAL-PATH                      PIC X(100) VALUE SPACES.
       01 WS-RETENCIONES-PATH                PIC X(100) VALUE SPACES.

      * Deduccion personal mensual de la escala vigente en diciembre
      * del ano pedido.
       01 WS-GAN-VIG-LEIDA                   PIC 9(6) VALUE 0.
       01 WS-GAN-VIG-ELEGIDA                 PIC 9(6) VALUE 0.
       01 WS-GAN-DEDUC-MENSUAL               PIC 9(8)V9(2) VALUE 0.

      * Totales del legajo en curso.
       01 WS-CER-LEGAJO                      PIC 9(5) VALUE 0.
       01 WS-CER-APELLIDO                    PIC X(15) VALUE SPACES.
       01 WS-CER-NOMBRE                      PIC X(15) VALUE SPACES.
       01 WS-CER-CUIL                        PIC 9(11) VALUE 0.
       01 WS-CER-FECHA-ALTA                  PIC 9(8) VALUE 0.
       01 WS-CER-FECHA-BAJA                  PIC 9(8) VALUE 0.
       01 WS-CER-SITUACION                   PIC X(1) VALUE SPACE.
          88 WS-CER-EN-MAESTRO               VALUE 'M'.
          88 WS-CER-SIN-MAESTRO              VALUE 'N'.
       01 WS-CER-MESES                       PIC 9(2) VALUE 0.
       01 WS-CER-ULTIMO-MES                  PIC 9(2) VALUE 0.
       01 WS-CER-BRUTO                       PIC 9(10)V9(2) VALUE 0.
       01 WS-CER-APORTES                     PIC 9(10)V9(2) VALUE 0.
       01 WS-CER-NETA                        PIC S9(10)V9(2) VALUE 0.
       01 WS-CER-DEDUCCION                   PIC 9(10)V9(2) VALUE 0.
       01 WS-CER-BASE                        PIC 9(10)V9(2) VALUE 0.
       01 WS-CER-RETENIDO                    PIC 9(10)V9(2) VALUE 0.
       01 WS-CER-DEVUELTO                    PIC 9(10)V9(2) VALUE 0.
       01 WS-CER-GANANCIAS                   PIC S9(10)V9(2) VALUE 0.
       01 WS-CER-NO-REMUNERATIVO             PIC 9(10)V9(2) VALUE 0.

      * Calculo del mes.
       01 WS-MES-APORTES-CALC                PIC S9(9)V9(2) VALUE 0.
       01 WS-MES-NETA                        PIC S9(9)V9(2) VALUE 0.
       01 WS-MES-BASE-CALC                   PIC S9(10)V9(2) VALUE 0.
       01 WS-MES-RETENCION                   PIC 9(9)V9(2) VALUE 0.
       01 WS-MES-DEVOLUCION                  PIC 9(9)V9(2) VALUE 0.

      * Control contra el acumulado.
       01 WS-DIF-IMPORTE                     PIC S9(11)V9(2) VALUE 0.
       01 WS-CTL-IDX                         PIC 9(2) VALUE 0.
       01 WS-CTL-HALLADO                     PIC X(1) VALUE 'N'.
          88 WS-CTL-HALLADO-SI               VALUE 'S'.
          88 WS-CTL-HALLADO-NO               VALUE 'N'.

      * Totales generales.
       01 WS-CANT-CERTIFICADOS               PIC 9(5) VALUE 0.
       01 WS-CANT-SIN-CUIL                   PIC 9(5) VALUE 0.
       01 WS-CANT-SIN-MAESTRO                PIC 9(5) VALUE 0.
       01 WS-CANT-DIFERENCIAS                PIC 9(5) VALUE 0.
       01 WS-TOT-BRUTO                       PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-APORTES                     PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-RETENIDO                    PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-DEVUELTO                    PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-GANANCIAS                   PIC S9(11)V9(2) VALUE 0.
       01 WS-TOT-ANU-BRUTO                   PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-ANU-APORTES                 PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-ANU-GANANCIAS               PIC S9(11)V9(2) VALUE 0.

      * Edicion de fechas AAAAMMDD como DD/MM/AAAA.
       01 WS-FECHA-AUX.
          05 WS-FAX-ANIO                     PIC 9(4).
          05 WS-FAX-MES                      PIC 9(2).
          05 WS-FAX-DIA                      PIC 9(2).
       01 WS-FECHA-AUX-NUM REDEFINES WS-FECHA-AUX
                                             PIC 9(8).
       01 WS-FECHA-EDITADA.
          05 WS-FED-DIA                      PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '/'.
          05 WS-FED-MES                      PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '/'.
          05 WS-FED-ANIO                     PIC 9(4).

      * Edicion del CUIL como NN-NNNNNNNN-N.
       01 WS-CUIL-AUX                        PIC 9(11) VALUE 0.
       01 WS-CUIL-PARTES REDEFINES WS-CUIL-AUX.
          05 WS-CUP-TIPO                     PIC 9(2).
          05 WS-CUP-DOCUMENTO                PIC 9(8).
          05 WS-CUP-VERIFICADOR              PIC 9(1).
       01 WS-CUIL-EDITADO.
          05 WS-CUE-TIPO                     PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '-'.
          05 WS-CUE-DOCUMENTO                PIC 9(8).
          05 FILLER                          PIC X(1) VALUE '-'.
          05 WS-CUE-VERIFICADOR              PIC 9(1).

       01 WS-CER-SEPARADOR                   PIC X(104) VALUE ALL '='.

       01 WS-CER-TITULO.
          05 FILLER                          PIC X(44)
             VALUE ' CERTIFICADO ANUAL DE REMUNERACIONES Y RETEN'.
          05 FILLER                          PIC X(44)
             VALUE 'CIONES DEL IMPUESTO A LAS GANANCIAS - ANO   '.
          05 WS-CTI-ANIO                     PIC 9(4).

       01 WS-CER-EMPLEADO.
          05 FILLER                          PIC X(08) VALUE ' LEGAJO '.
          05 WS-CEM-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CEM-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-CEM-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(07) VALUE '  CUIL '.
          05 WS-CEM-CUIL                     PIC X(13).
          05 FILLER                          PIC X(07) VALUE '  ALTA '.
          05 WS-CEM-ALTA                     PIC X(10).
          05 FILLER                          PIC X(07) VALUE '  BAJA '.
          05 WS-CEM-BAJA                     PIC X(10).

       01 WS-CER-DEDUCCION-LINEA.
          05 FILLER                          PIC X(38)
             VALUE ' DEDUCCION PERSONAL MENSUAL APLICADA: '.
          05 WS-CDL-MENSUAL                  PIC ZZ.ZZZ.ZZ9,99.

       01 WS-CER-ENCABEZADO.
          05 FILLER                          PIC X(44)
             VALUE ' PERIODO      REM. BRUTA         APORTES   G'.
          05 FILLER                          PIC X(44)
             VALUE 'ANANCIA NETA BASE IMP. ACUM.       RETENCION'.
          05 FILLER                          PIC X(44)
             VALUE '      DEVOLUCION                            '.

       01 WS-CER-DETALLE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-CDT-PERIODO                  PIC X(07).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CDT-BRUTO                    PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CDT-APORTES                  PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-CDT-NETA                     PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CDT-BASE                     PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CDT-RETENCION                PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-CDT-DEVOLUCION               PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-CER-PIE-1.
          05 FILLER                          PIC X(30)
             VALUE ' DEDUCCION PERSONAL DEL ANO ('.
          05 WS-CP1-MESES                    PIC Z9.
          05 FILLER                          PIC X(09)
             VALUE ' MESES): '.
          05 WS-CP1-DEDUCCION                PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-CER-PIE-2.
          05 FILLER                          PIC X(41)
             VALUE ' IMPUESTO RETENIDO NETO DE DEVOLUCIONES: '.
          05 WS-CP2-GANANCIAS                PIC ZZZ.ZZZ.ZZ9,99-.

       01 WS-CER-PIE-NO-REM.
          05 FILLER                          PIC X(44)
             VALUE ' IMPORTES NO REMUNERATIVOS (INDEMNIZACION), '.
          05 FILLER                          PIC X(30)
             VALUE 'FUERA DE LA BASE IMPONIBLE:   '.
          05 WS-CPN-IMPORTE                  PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-CER-PIE-3.
          05 FILLER                          PIC X(12)
             VALUE ' EMITIDO EL '.
          05 WS-CP3-FECHA                    PIC X(10).

       01 WS-CTL-TITULO.
          05 FILLER                          PIC X(44)
             VALUE ' CONTROL DE RETENCIONES DE GANANCIAS - ANO  '.
          05 WS-CTT-ANIO                     PIC 9(4).
          05 FILLER                          PIC X(11)
             VALUE ' - ARCHIVO '.
          05 WS-CTT-ARCHIVO                  PIC X(30).

       01 WS-CTL-FUENTE.
          05 FILLER                          PIC X(20)
             VALUE ' TOTALES CONTRA EL  '.
          05 WS-CTF-ARCHIVO                  PIC X(30).
          05 FILLER                          PIC X(10)
             VALUE ' - LEGAJO '.
          05 WS-CTF-LEGAJO                   PIC X(05).

       01 WS-OBSERVACION-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-OBS-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-OBS-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-OBS-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-OBS-MOTIVO                   PIC X(40).

       01 WS-CTL-DIFERENCIA.
          05 FILLER                          PIC X(09) VALUE SPACES.
          05 WS-CDF-CONCEPTO                 PIC X(12).
          05 FILLER                          PIC X(12)
             VALUE ' HISTORICO: '.
          05 WS-CDF-HISTORICO                PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(12)
             VALUE ' ACUMULADO: '.
          05 WS-CDF-ACUMULADO                PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(13)
             VALUE ' DIFERENCIA: '.
          05 WS-CDF-DIFERENCIA               PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01 WS-TOTAL-LINEA-1.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(14)
             VALUE 'CERTIFICADOS: '.
          05 WS-TL1-CANT                     PIC Z(4)9.
          05 FILLER                          PIC X(13)
             VALUE '   SIN CUIL: '.
          05 WS-TL1-SIN-CUIL                 PIC Z(4)9.
          05 FILLER                          PIC X(16)
             VALUE '   SIN MAESTRO: '.
          05 WS-TL1-SIN-MAESTRO              PIC Z(4)9.
          05 FILLER                          PIC X(28)
             VALUE '   DIFERENCIAS CON ACUMUL.: '.
          05 WS-TL1-DIFERENCIAS              PIC Z(4)9.

       01 WS-TOTAL-LINEA-2.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(12)
             VALUE 'RETENIDO:   '.
          05 WS-TL2-RETENIDO                 PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(15)
             VALUE '   DEVUELTO:   '.
          05 WS-TL2-DEVUELTO                 PIC $ZZ.ZZZ.ZZZ.ZZ9,99.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.

           PERFORM 1000-LEER-PARAMETROS
              THRU 1000-LEER-PARAMETROS-EXIT.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-DEDUCCION
              THRU 1200-CARGAR-DEDUCCION-EXIT.

           SORT ORDENAMIENTO
              ON ASCENDING KEY SR-LEGAJO
              ON ASCENDING KEY SR-PERIODO
              INPUT PROCEDURE IS 2000-SELECCIONAR-MESES
                 THRU 2000-SELECCIONAR-MESES-EXIT
              OUTPUT PROCEDURE IS 3000-EMITIR-CERTIFICADOS
                 THRU 3000-EMITIR-CERTIFICADOS-EXIT.

           IF WS-ANUAL-DISPONIBLE-SI
              PERFORM 5000-CONTROLAR-ACUMULADO
                 THRU 5000-CONTROLAR-ACUMULADO-EXIT
           END-IF.

           PERFORM 6000-CERRAR-ARCHIVOS
              THRU 6000-CERRAR-ARCHIVOS-EXIT.

      *    04 = el archivo salio con legajos sin CUIL, sin maestro o
      *    que no atan con el acumulado: corregir y reemitir antes de
      *    presentar.
           IF WS-CANT-SIN-CUIL > 0
              OR WS-CANT-SIN-MAESTRO > 0
              OR WS-CANT-DIFERENCIAS > 0
              MOVE 04                           TO WS-RC-CERTIFICADO
           END-IF.

           MOVE WS-RC-CERTIFICADO               TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    CERTIFICADO-PARAM.TXT es opcional: ano AAAA y legajo; un
      *    ano invalido se reemplaza por el de la fecha de corrida.
       1000-LEER-PARAMETROS.

           MOVE WS-FH-ANIO                      TO WS-ANIO.

           OPEN INPUT PARAMETROS.

           IF FS-PARAMETROS-OK
              READ PARAMETROS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CPA-ANIO NUMERIC
                       AND CPA-ANIO > 0
                       IF CPA-ANIO < 2000
                          OR CPA-ANIO > 2099
                          DISPLAY 'ATENCION: ANO INVALIDO EN '
                             'CERTIFICADO-PARAM.TXT (' CPA-ANIO ') - '
                             'SE USA EL ANO DE LA FECHA DE CORRIDA'
                       ELSE
                          MOVE CPA-ANIO         TO WS-ANIO
                       END-IF
                    END-IF
                    IF CPA-LEGAJO-X NOT = SPACES
                       AND CPA-LEGAJO NUMERIC
                       MOVE CPA-LEGAJO          TO WS-LEGAJO-PEDIDO
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.

           COMPUTE WS-PER-DESDE = WS-ANIO * 100 + 1.
           COMPUTE WS-PER-HASTA = WS-ANIO * 100 + 12.

       1000-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El acumulado del ano es su HISTORIA-AAAA.DAT si CL09EJ02 ya
      *    lo cerro; si no, ACUMULADO.DAT. Sin ninguno de los dos el
      *    certificado sale igual, pero el control no tiene contra
      *    que atar y se informa.
       1100-ABRIR-ARCHIVOS.

           OPEN INPUT HISTORICO.

           IF NOT FS-HISTORICO-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORICO: ' FS-HISTORICO
              DISPLAY 'SIN HISTORICO.DAT NO HAY NADA QUE CERTIFICAR'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    SET WS-MAESTRO-DISPONIBLE-SI  TO TRUE
               WHEN FS-MAESTRO-NFD
                    SET WS-MAESTRO-DISPONIBLE-NO  TO TRUE
                    DISPLAY 'ATENCION: NO EXISTE MAESTRO.DAT - EL '
                       'ARCHIVO DE RETENCIONES SALE SIN CUIL'
               WHEN OTHER
                    SET WS-MAESTRO-DISPONIBLE-NO  TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO: ' FS-MAESTRO
           END-EVALUATE.

           MOVE SPACES                          TO WS-ANUAL-PATH.
           STRING 'HISTORIA-'                   DELIMITED BY SIZE
                  WS-ANIO                       DELIMITED BY SIZE
                  '.DAT'                        DELIMITED BY SIZE
             INTO WS-ANUAL-PATH.

           OPEN INPUT ANUAL.

           IF FS-ANUAL-NFD
              MOVE 'ACUMULADO.DAT'              TO WS-ANUAL-PATH
              OPEN INPUT ANUAL
           END-IF.

           IF FS-ANUAL-OK
              SET WS-ANUAL-DISPONIBLE-SI        TO TRUE
           ELSE
              SET WS-ANUAL-DISPONIBLE-NO        TO TRUE
              DISPLAY 'ATENCION: NO SE PUDO ABRIR EL ACUMULADO DEL '
                 'ANO (' FS-ANUAL ') - EL CONTROL SALE SIN ATAR'
              ADD 1                             TO WS-CANT-DIFERENCIAS
           END-IF.

           MOVE SPACES                          TO WS-RETENCIONES-PATH.
           STRING 'RETENCIONES-'                DELIMITED BY SIZE
                  WS-ANIO                       DELIMITED BY SIZE
                  '.TXT'                        DELIMITED BY SIZE
             INTO WS-RETENCIONES-PATH.

           OPEN OUTPUT RETENCIONES.

           IF NOT FS-RETENCIONES-OK
              DISPLAY 'ERROR AL ABRIR EL ARCHIVO DE RETENCIONES '
                 WS-RETENCIONES-PATH ': ' FS-RETENCIONES
              CLOSE HISTORICO
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT CERTIFICADOS.

           IF NOT FS-CERTIFICADOS-OK
              DISPLAY 'ERROR AL ABRIR LOS CERTIFICADOS: '
                 FS-CERTIFICADOS
           END-IF.

           OPEN OUTPUT CONTROL-LISTADO.

           IF FS-CONTROL-LISTADO-OK
              MOVE WS-ANIO                      TO WS-CTT-ANIO
              MOVE WS-RETENCIONES-PATH          TO WS-CTT-ARCHIVO
              WRITE REG-CONTROL-LISTADO         FROM WS-CTL-TITULO
              IF WS-ANUAL-DISPONIBLE-SI
                 MOVE WS-ANUAL-PATH             TO WS-CTF-ARCHIVO
              ELSE
                 MOVE 'ACUMULADO NO DISPONIBLE' TO WS-CTF-ARCHIVO
              END-IF
              IF WS-LEGAJO-PEDIDO = 0
                 MOVE 'TODOS'                   TO WS-CTF-LEGAJO
              ELSE
                 MOVE WS-LEGAJO-PEDIDO          TO WS-CTF-LEGAJO
              END-IF
              WRITE REG-CONTROL-LISTADO         FROM WS-CTL-FUENTE
              MOVE SPACES                       TO REG-CONTROL-LISTADO
              WRITE REG-CONTROL-LISTADO
           ELSE
              DISPLAY 'ERROR AL ABRIR EL LISTADO DE CONTROL: '
                 FS-CONTROL-LISTADO
           END-IF.

       1100-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Deduccion personal mensual del ultimo registro 'V' de
      *    GANANCIAS.TXT con vigencia no posterior a diciembre del ano,
      *    con el mismo criterio de eleccion que CL09EJ01.
       1200-CARGAR-DEDUCCION.

           OPEN INPUT GANANCIAS.

           IF NOT FS-GANANCIAS-OK
              DISPLAY 'ATENCION: SIN GANANCIAS.TXT - LA DEDUCCION '
                 'PERSONAL SE INFORMA EN CERO'
              GO TO 1200-CARGAR-DEDUCCION-EXIT
           END-IF.

           PERFORM 1250-LEER-ESCALA
              THRU 1250-LEER-ESCALA-EXIT
             UNTIL WS-GANANCIAS-EOF-YES.

           CLOSE GANANCIAS.

       1200-CARGAR-DEDUCCION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-ESCALA.

           READ GANANCIAS
              AT END
                 SET WS-GANANCIAS-EOF-YES       TO TRUE
              NOT AT END
                 IF GAN-REG-VIGENCIA
                    AND GAN-VIGENCIA NUMERIC
                    DIVIDE GAN-VIGENCIA BY 100
                       GIVING WS-GAN-VIG-LEIDA
                    IF WS-GAN-VIG-LEIDA <= WS-PER-HASTA
                       AND WS-GAN-VIG-LEIDA > WS-GAN-VIG-ELEGIDA
                       MOVE WS-GAN-VIG-LEIDA    TO WS-GAN-VIG-ELEGIDA
                       MOVE GAN-DEDUC-MENSUAL   TO WS-GAN-DEDUC-MENSUAL
                    END-IF
                 END-IF
           END-READ.

       1250-LEER-ESCALA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Entrada del SORT: los meses del ano pedido, de todos los
      *    legajos o del legajo del parametro, con los aportes del
      *    mes separados como en CL09EJ01 (deducciones menos
      *    descuentos de novedades menos ganancias).
       2000-SELECCIONAR-MESES.

           MOVE WS-PER-DESDE                    TO HIS-PERIODO.
           MOVE 0                               TO HIS-LEGAJO.

           START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 SET WS-HISTORICO-EOF-YES       TO TRUE
           END-START.

           PERFORM 2100-LEER-HISTORICO
              THRU 2100-LEER-HISTORICO-EXIT
             UNTIL WS-HISTORICO-EOF-YES.

       2000-SELECCIONAR-MESES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-HISTORICO.

           READ HISTORICO NEXT RECORD
              AT END
                 SET WS-HISTORICO-EOF-YES       TO TRUE
                 GO TO 2100-LEER-HISTORICO-EXIT
           END-READ.

           IF HIS-PERIODO > WS-PER-HASTA
              SET WS-HISTORICO-EOF-YES          TO TRUE
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           IF WS-LEGAJO-PEDIDO NOT = 0
              AND HIS-LEGAJO NOT = WS-LEGAJO-PEDIDO
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           MOVE HIS-LEGAJO                      TO SR-LEGAJO.
           MOVE HIS-PERIODO                     TO SR-PERIODO.
           MOVE HIS-APELLIDO                    TO SR-APELLIDO.
           MOVE HIS-NOMBRE                      TO SR-NOMBRE.
           MOVE HIS-BRUTO                       TO SR-BRUTO.
           MOVE HIS-GANANCIAS                   TO SR-GANANCIAS.
           MOVE HIS-NO-REMUNERATIVO             TO SR-NO-REMUNERATIVO.

           COMPUTE WS-MES-APORTES-CALC =
              HIS-DEDUCCIONES - HIS-NOV-DESCUENTOS - HIS-GANANCIAS.

           IF WS-MES-APORTES-CALC < 0
              MOVE 0                            TO SR-APORTES
           ELSE
              MOVE WS-MES-APORTES-CALC          TO SR-APORTES
           END-IF.

           RELEASE SR-REGISTRO.

       2100-LEER-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Salida del SORT: un certificado por legajo, con un renglon
      *    por mes y, en el corte, los totales, el registro del
      *    archivo de retenciones y el control contra el acumulado.
       3000-EMITIR-CERTIFICADOS.

           PERFORM 3100-RETORNAR-MES
              THRU 3100-RETORNAR-MES-EXIT.

           PERFORM 3200-CERTIFICAR-MES
              THRU 3200-CERTIFICAR-MES-EXIT
             UNTIL WS-ORDEN-EOF-YES.

           IF WS-CANT-CERTIFICADOS > 0
              PERFORM 3300-CERRAR-CERTIFICADO
                 THRU 3300-CERRAR-CERTIFICADO-EXIT
           ELSE
              DISPLAY 'ATENCION: EL HISTORICO NO TIENE LIQUIDACIONES '
                 'DEL ANO ' WS-ANIO
           END-IF.

       3000-EMITIR-CERTIFICADOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-RETORNAR-MES.

           RETURN ORDENAMIENTO
              AT END
                 SET WS-ORDEN-EOF-YES           TO TRUE
           END-RETURN.

       3100-RETORNAR-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Renglon del mes: la base imponible es la acumulada al mes,
      *    como la calcula CL09EJ01 (ganancia neta acumulada menos la
      *    deduccion de los meses transcurridos del ano, sin bajar de
      *    cero); la retencion negativa del historico es devolucion.
       3200-CERTIFICAR-MES.

           IF WS-CANT-CERTIFICADOS = 0
              OR SR-LEGAJO NOT = WS-CER-LEGAJO
              IF WS-CANT-CERTIFICADOS > 0
                 PERFORM 3300-CERRAR-CERTIFICADO
                    THRU 3300-CERRAR-CERTIFICADO-EXIT
              END-IF
              PERFORM 3250-ABRIR-CERTIFICADO
                 THRU 3250-ABRIR-CERTIFICADO-EXIT
           END-IF.

           COMPUTE WS-MES-NETA = SR-BRUTO - SR-APORTES.

           ADD 1                                TO WS-CER-MESES.
           MOVE SR-PER-MES                      TO WS-CER-ULTIMO-MES.
           ADD SR-BRUTO                         TO WS-CER-BRUTO.
           ADD SR-APORTES                       TO WS-CER-APORTES.
           ADD WS-MES-NETA                      TO WS-CER-NETA.
           ADD SR-GANANCIAS                     TO WS-CER-GANANCIAS.
           ADD SR-NO-REMUNERATIVO           TO WS-CER-NO-REMUNERATIVO.

           COMPUTE WS-MES-BASE-CALC =
              WS-CER-NETA - WS-GAN-DEDUC-MENSUAL * SR-PER-MES.

           IF WS-MES-BASE-CALC < 0
              MOVE 0                            TO WS-CER-BASE
           ELSE
              MOVE WS-MES-BASE-CALC             TO WS-CER-BASE
           END-IF.

           IF SR-GANANCIAS < 0
              MOVE 0                            TO WS-MES-RETENCION
              COMPUTE WS-MES-DEVOLUCION = 0 - SR-GANANCIAS
           ELSE
              MOVE SR-GANANCIAS                 TO WS-MES-RETENCION
              MOVE 0                            TO WS-MES-DEVOLUCION
           END-IF.

           ADD WS-MES-RETENCION                 TO WS-CER-RETENIDO.
           ADD WS-MES-DEVOLUCION                TO WS-CER-DEVUELTO.

           MOVE SPACES                          TO WS-CDT-PERIODO.
           STRING SR-PER-MES                    DELIMITED BY SIZE
                  '/'                           DELIMITED BY SIZE
                  SR-PER-ANIO                   DELIMITED BY SIZE
             INTO WS-CDT-PERIODO.

           MOVE SR-BRUTO                        TO WS-CDT-BRUTO.
           MOVE SR-APORTES                      TO WS-CDT-APORTES.
           MOVE WS-MES-NETA                     TO WS-CDT-NETA.
           MOVE WS-CER-BASE                     TO WS-CDT-BASE.
           MOVE WS-MES-RETENCION                TO WS-CDT-RETENCION.
           MOVE WS-MES-DEVOLUCION               TO WS-CDT-DEVOLUCION.

           WRITE REG-CERTIFICADOS               FROM WS-CER-DETALLE.

           PERFORM 3100-RETORNAR-MES
              THRU 3100-RETORNAR-MES-EXIT.

       3200-CERTIFICAR-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Nuevo legajo: datos del maestro (el nombre del historico si
      *    no esta) y encabezado del certificado.
       3250-ABRIR-CERTIFICADO.

           ADD 1                                TO WS-CANT-CERTIFICADOS.
           MOVE SR-LEGAJO                       TO WS-CER-LEGAJO.
           MOVE SR-APELLIDO                     TO WS-CER-APELLIDO.
           MOVE SR-NOMBRE                       TO WS-CER-NOMBRE.
           MOVE 0                               TO WS-CER-CUIL.
           MOVE 0                               TO WS-CER-FECHA-ALTA.
           MOVE 0                               TO WS-CER-FECHA-BAJA.
           MOVE 0                               TO WS-CER-MESES.
           MOVE 0                               TO WS-CER-ULTIMO-MES.
           MOVE 0                               TO WS-CER-BRUTO.
           MOVE 0                               TO WS-CER-APORTES.
           MOVE 0                               TO WS-CER-NETA.
           MOVE 0                               TO WS-CER-BASE.
           MOVE 0                               TO WS-CER-RETENIDO.
           MOVE 0                               TO WS-CER-DEVUELTO.
           MOVE 0                               TO WS-CER-GANANCIAS.
           MOVE 0                           TO WS-CER-NO-REMUNERATIVO.
           SET WS-CER-SIN-MAESTRO               TO TRUE.

           IF WS-MAESTRO-DISPONIBLE-SI
              MOVE SR-LEGAJO                    TO MAE-LEGAJO
              READ MAESTRO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-CER-EN-MAESTRO       TO TRUE
                    MOVE MAE-APELLIDO           TO WS-CER-APELLIDO
                    MOVE MAE-NOMBRE             TO WS-CER-NOMBRE
                    MOVE MAE-CUIL               TO WS-CER-CUIL
                    MOVE MAE-FECHA-ALTA         TO WS-CER-FECHA-ALTA
                    MOVE MAE-FECHA-BAJA         TO WS-CER-FECHA-BAJA
              END-READ
           END-IF.

           MOVE WS-ANIO                         TO WS-CTI-ANIO.
           MOVE WS-CER-LEGAJO                   TO WS-CEM-LEGAJO.
           MOVE WS-CER-APELLIDO                 TO WS-CEM-APELLIDO.
           MOVE WS-CER-NOMBRE                   TO WS-CEM-NOMBRE.

           IF WS-CER-CUIL = 0
              MOVE 'SIN CUIL'                   TO WS-CEM-CUIL
           ELSE
              MOVE WS-CER-CUIL                  TO WS-CUIL-AUX
              MOVE WS-CUP-TIPO                  TO WS-CUE-TIPO
              MOVE WS-CUP-DOCUMENTO             TO WS-CUE-DOCUMENTO
              MOVE WS-CUP-VERIFICADOR           TO WS-CUE-VERIFICADOR
              MOVE WS-CUIL-EDITADO              TO WS-CEM-CUIL
           END-IF.

           IF WS-CER-FECHA-ALTA = 0
              MOVE SPACES                       TO WS-CEM-ALTA
           ELSE
              MOVE WS-CER-FECHA-ALTA            TO WS-FECHA-AUX-NUM
              PERFORM 3910-EDITAR-FECHA
                 THRU 3910-EDITAR-FECHA-EXIT
              MOVE WS-FECHA-EDITADA             TO WS-CEM-ALTA
           END-IF.

           IF WS-CER-FECHA-BAJA = 0
              MOVE SPACES                       TO WS-CEM-BAJA
           ELSE
              MOVE WS-CER-FECHA-BAJA            TO WS-FECHA-AUX-NUM
              PERFORM 3910-EDITAR-FECHA
                 THRU 3910-EDITAR-FECHA-EXIT
              MOVE WS-FECHA-EDITADA             TO WS-CEM-BAJA
           END-IF.

           MOVE WS-GAN-DEDUC-MENSUAL            TO WS-CDL-MENSUAL.

           WRITE REG-CERTIFICADOS               FROM WS-CER-SEPARADOR.
           WRITE REG-CERTIFICADOS               FROM WS-CER-TITULO.
           WRITE REG-CERTIFICADOS               FROM WS-CER-EMPLEADO.
           WRITE REG-CERTIFICADOS           FROM WS-CER-DEDUCCION-LINEA.
           MOVE SPACES                          TO REG-CERTIFICADOS.
           WRITE REG-CERTIFICADOS.
           WRITE REG-CERTIFICADOS               FROM WS-CER-ENCABEZADO.

       3250-ABRIR-CERTIFICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Totales del ano del legajo: pie del certificado, registro
      *    del archivo de retenciones y control contra el acumulado.
      *    La deduccion del ano es la de los meses transcurridos hasta
      *    el ultimo mes liquidado, igual que la ultima retencion.
       3300-CERRAR-CERTIFICADO.

           COMPUTE WS-CER-DEDUCCION =
              WS-GAN-DEDUC-MENSUAL * WS-CER-ULTIMO-MES.

           MOVE 'TOTAL'                         TO WS-CDT-PERIODO.
           MOVE WS-CER-BRUTO                    TO WS-CDT-BRUTO.
           MOVE WS-CER-APORTES                  TO WS-CDT-APORTES.
           MOVE WS-CER-NETA                     TO WS-CDT-NETA.
           MOVE WS-CER-BASE                     TO WS-CDT-BASE.
           MOVE WS-CER-RETENIDO                 TO WS-CDT-RETENCION.
           MOVE WS-CER-DEVUELTO                 TO WS-CDT-DEVOLUCION.

           MOVE SPACES                          TO REG-CERTIFICADOS.
           WRITE REG-CERTIFICADOS.
           WRITE REG-CERTIFICADOS               FROM WS-CER-DETALLE.

           MOVE WS-CER-ULTIMO-MES               TO WS-CP1-MESES.
           MOVE WS-CER-DEDUCCION                TO WS-CP1-DEDUCCION.
           MOVE WS-CER-GANANCIAS                TO WS-CP2-GANANCIAS.
           MOVE WS-FH-ANIO                      TO WS-FAX-ANIO.
           MOVE WS-FH-MES                       TO WS-FAX-MES.
           MOVE WS-FH-DIA                       TO WS-FAX-DIA.

           PERFORM 3910-EDITAR-FECHA
              THRU 3910-EDITAR-FECHA-EXIT.

           MOVE WS-FECHA-EDITADA                TO WS-CP3-FECHA.

           MOVE SPACES                          TO REG-CERTIFICADOS.
           WRITE REG-CERTIFICADOS.
           WRITE REG-CERTIFICADOS               FROM WS-CER-PIE-1.
           WRITE REG-CERTIFICADOS               FROM WS-CER-PIE-2.

           IF WS-CER-NO-REMUNERATIVO > 0
              MOVE WS-CER-NO-REMUNERATIVO       TO WS-CPN-IMPORTE
              WRITE REG-CERTIFICADOS            FROM WS-CER-PIE-NO-REM
           END-IF.

           MOVE SPACES                          TO REG-CERTIFICADOS.
           WRITE REG-CERTIFICADOS.
           WRITE REG-CERTIFICADOS               FROM WS-CER-PIE-3.

           MOVE WS-ANIO                         TO RTG-ANIO.
           MOVE WS-CER-CUIL                     TO RTG-CUIL.
           MOVE WS-CER-LEGAJO                   TO RTG-LEGAJO.
           MOVE WS-CER-APELLIDO                 TO RTG-APELLIDO.
           MOVE WS-CER-NOMBRE                   TO RTG-NOMBRE.
           MOVE WS-CER-FECHA-ALTA               TO RTG-FECHA-ALTA.
           MOVE WS-CER-FECHA-BAJA               TO RTG-FECHA-BAJA.
           MOVE WS-CER-MESES                    TO RTG-MESES.
           MOVE WS-CER-BRUTO                    TO RTG-REM-BRUTA.
           MOVE WS-CER-APORTES                  TO RTG-APORTES.
           MOVE WS-CER-DEDUCCION                TO RTG-DEDUCCION.
           MOVE WS-CER-BASE                     TO RTG-BASE-IMPONIBLE.
           MOVE WS-CER-RETENIDO                 TO RTG-RETENIDO.
           MOVE WS-CER-DEVUELTO                 TO RTG-DEVUELTO.
           MOVE WS-CER-NO-REMUNERATIVO          TO RTG-NO-REMUNERATIVO.

           WRITE REG-RETENCIONES.

           IF NOT FS-RETENCIONES-OK
              DISPLAY 'ERROR AL GRABAR EL ARCHIVO DE RETENCIONES: '
                 FS-RETENCIONES ' - LEGAJO ' WS-CER-LEGAJO
           END-IF.

           ADD WS-CER-BRUTO                     TO WS-TOT-BRUTO.
           ADD WS-CER-APORTES                   TO WS-TOT-APORTES.
           ADD WS-CER-RETENIDO                  TO WS-TOT-RETENIDO.
           ADD WS-CER-DEVUELTO                  TO WS-TOT-DEVUELTO.
           ADD WS-CER-GANANCIAS                 TO WS-TOT-GANANCIAS.

           MOVE WS-CER-LEGAJO                   TO WS-OBS-LEGAJO.
           MOVE WS-CER-APELLIDO                 TO WS-OBS-APELLIDO.
           MOVE WS-CER-NOMBRE                   TO WS-OBS-NOMBRE.

           IF WS-CER-SIN-MAESTRO
              ADD 1                             TO WS-CANT-SIN-MAESTRO
              MOVE 'AUSENTE DEL MAESTRO'        TO WS-OBS-MOTIVO
              PERFORM 3950-ESCRIBIR-OBSERVACION
                 THRU 3950-ESCRIBIR-OBSERVACION-EXIT
           ELSE
              IF WS-CER-CUIL = 0
                 ADD 1                          TO WS-CANT-SIN-CUIL
                 MOVE 'SIN CUIL EN EL MAESTRO'  TO WS-OBS-MOTIVO
                 PERFORM 3950-ESCRIBIR-OBSERVACION
                    THRU 3950-ESCRIBIR-OBSERVACION-EXIT
              END-IF
           END-IF.

           IF WS-ANUAL-DISPONIBLE-SI
              PERFORM 3400-CONTROLAR-LEGAJO
                 THRU 3400-CONTROLAR-LEGAJO-EXIT
           END-IF.

       3300-CERRAR-CERTIFICADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El legajo tiene que estar en el acumulado del ano con el
      *    mismo bruto, aportes y retencion que suman sus meses del
      *    historico; cada importe que no ata va con su diferencia.
       3400-CONTROLAR-LEGAJO.

           MOVE WS-CER-LEGAJO                   TO ANU-ID-EMPLEADO.

           READ ANUAL
              INVALID KEY
                 ADD 1                          TO WS-CANT-DIFERENCIAS
                 MOVE 'SIN REGISTRO EN EL ACUMULADO DEL ANO'
                                                 TO WS-OBS-MOTIVO
                 PERFORM 3950-ESCRIBIR-OBSERVACION
                    THRU 3950-ESCRIBIR-OBSERVACION-EXIT
                 GO TO 3400-CONTROLAR-LEGAJO-EXIT
           END-READ.

           IF ANU-UCF-ANIO NOT = WS-ANIO
              ADD 1                             TO WS-CANT-DIFERENCIAS
              MOVE SPACES                       TO WS-OBS-MOTIVO
              STRING 'EL ACUMULADO ES DEL ANO '  DELIMITED BY SIZE
                     ANU-UCF-ANIO               DELIMITED BY SIZE
                INTO WS-OBS-MOTIVO
              END-STRING
              PERFORM 3950-ESCRIBIR-OBSERVACION
                 THRU 3950-ESCRIBIR-OBSERVACION-EXIT
              GO TO 3400-CONTROLAR-LEGAJO-EXIT
           END-IF.

           IF ANU-SUELDO-ACUMULADO = WS-CER-BRUTO
              AND ANU-APORTES-ACUMULADO = WS-CER-APORTES
              AND ANU-GANANCIAS-ACUMULADO = WS-CER-GANANCIAS
              GO TO 3400-CONTROLAR-LEGAJO-EXIT
           END-IF.

           ADD 1                                TO WS-CANT-DIFERENCIAS.
           MOVE 'NO ATA CON EL ACUMULADO DEL ANO' TO WS-OBS-MOTIVO.

           PERFORM 3950-ESCRIBIR-OBSERVACION
              THRU 3950-ESCRIBIR-OBSERVACION-EXIT.

           IF ANU-SUELDO-ACUMULADO NOT = WS-CER-BRUTO
              MOVE 'REM. BRUTA'                 TO WS-CDF-CONCEPTO
              MOVE WS-CER-BRUTO                 TO WS-CDF-HISTORICO
              MOVE ANU-SUELDO-ACUMULADO         TO WS-CDF-ACUMULADO
              COMPUTE WS-DIF-IMPORTE =
                 WS-CER-BRUTO - ANU-SUELDO-ACUMULADO
              PERFORM 3960-ESCRIBIR-DIFERENCIA
                 THRU 3960-ESCRIBIR-DIFERENCIA-EXIT
           END-IF.

           IF ANU-APORTES-ACUMULADO NOT = WS-CER-APORTES
              MOVE 'APORTES'                    TO WS-CDF-CONCEPTO
              MOVE WS-CER-APORTES               TO WS-CDF-HISTORICO
              MOVE ANU-APORTES-ACUMULADO        TO WS-CDF-ACUMULADO
              COMPUTE WS-DIF-IMPORTE =
                 WS-CER-APORTES - ANU-APORTES-ACUMULADO
              PERFORM 3960-ESCRIBIR-DIFERENCIA
                 THRU 3960-ESCRIBIR-DIFERENCIA-EXIT
           END-IF.

           IF ANU-GANANCIAS-ACUMULADO NOT = WS-CER-GANANCIAS
              MOVE 'RETENCION'                  TO WS-CDF-CONCEPTO
              MOVE WS-CER-GANANCIAS             TO WS-CDF-HISTORICO
              MOVE ANU-GANANCIAS-ACUMULADO      TO WS-CDF-ACUMULADO
              COMPUTE WS-DIF-IMPORTE =
                 WS-CER-GANANCIAS - ANU-GANANCIAS-ACUMULADO
              PERFORM 3960-ESCRIBIR-DIFERENCIA
                 THRU 3960-ESCRIBIR-DIFERENCIA-EXIT
           END-IF.

       3400-CONTROLAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    WS-FECHA-AUX (AAAAMMDD) a WS-FECHA-EDITADA (DD/MM/AAAA).
       3910-EDITAR-FECHA.

           MOVE WS-FAX-DIA                      TO WS-FED-DIA.
           MOVE WS-FAX-MES                      TO WS-FED-MES.
           MOVE WS-FAX-ANIO                     TO WS-FED-ANIO.

       3910-EDITAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3950-ESCRIBIR-OBSERVACION.

           IF FS-CONTROL-LISTADO-OK
              WRITE REG-CONTROL-LISTADO     FROM WS-OBSERVACION-LINEA
           END-IF.

       3950-ESCRIBIR-OBSERVACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3960-ESCRIBIR-DIFERENCIA.

           MOVE WS-DIF-IMPORTE                  TO WS-CDF-DIFERENCIA.

           IF FS-CONTROL-LISTADO-OK
              WRITE REG-CONTROL-LISTADO         FROM WS-CTL-DIFERENCIA
           END-IF.

       3960-ESCRIBIR-DIFERENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Segunda pasada, sobre el acumulado: suma sus totales del
      *    ano para atar el archivo completo y detecta los legajos
      *    acumulados que no tienen ningun mes en el historico (y
      *    por lo tanto quedaron fuera del archivo).
       5000-CONTROLAR-ACUMULADO.

           MOVE 0                               TO ANU-ID-EMPLEADO.

           START ANUAL KEY IS NOT LESS THAN ANU-ID-EMPLEADO
              INVALID KEY
                 SET WS-ANUAL-EOF-YES           TO TRUE
           END-START.

           PERFORM 5100-LEER-ACUMULADO
              THRU 5100-LEER-ACUMULADO-EXIT
             UNTIL WS-ANUAL-EOF-YES.

       5000-CONTROLAR-ACUMULADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5100-LEER-ACUMULADO.

           READ ANUAL NEXT RECORD
              AT END
                 SET WS-ANUAL-EOF-YES           TO TRUE
                 GO TO 5100-LEER-ACUMULADO-EXIT
           END-READ.

           IF ANU-UCF-ANIO NOT = WS-ANIO
              GO TO 5100-LEER-ACUMULADO-EXIT
           END-IF.

           IF WS-LEGAJO-PEDIDO NOT = 0
              AND ANU-ID-EMPLEADO NOT = WS-LEGAJO-PEDIDO
              GO TO 5100-LEER-ACUMULADO-EXIT
           END-IF.

           ADD ANU-SUELDO-ACUMULADO             TO WS-TOT-ANU-BRUTO.
           ADD ANU-APORTES-ACUMULADO            TO WS-TOT-ANU-APORTES.
           ADD ANU-GANANCIAS-ACUMULADO        TO WS-TOT-ANU-GANANCIAS.

           SET WS-CTL-HALLADO-NO                TO TRUE.

           PERFORM 5200-BUSCAR-MES
              THRU 5200-BUSCAR-MES-EXIT
             VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 12
                  OR WS-CTL-HALLADO-SI.

           IF WS-CTL-HALLADO-NO
              ADD 1                             TO WS-CANT-DIFERENCIAS
              MOVE ANU-ID-EMPLEADO              TO WS-OBS-LEGAJO
              MOVE ANU-APELLIDO                 TO WS-OBS-APELLIDO
              MOVE ANU-NOMBRE                   TO WS-OBS-NOMBRE
              MOVE 'EN EL ACUMULADO, SIN MESES EN HISTORICO'
                                                 TO WS-OBS-MOTIVO
              PERFORM 3950-ESCRIBIR-OBSERVACION
                 THRU 3950-ESCRIBIR-OBSERVACION-EXIT
           END-IF.

       5100-LEER-ACUMULADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5200-BUSCAR-MES.

           COMPUTE HIS-PERIODO = WS-ANIO * 100 + WS-CTL-IDX.
           MOVE ANU-ID-EMPLEADO                 TO HIS-LEGAJO.

           READ HISTORICO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WS-CTL-HALLADO-SI          TO TRUE
           END-READ.

       5200-BUSCAR-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Totales del archivo contra los del acumulado y cierre.
       6000-CERRAR-ARCHIVOS.

           IF FS-CONTROL-LISTADO-OK
              MOVE SPACES                       TO REG-CONTROL-LISTADO
              WRITE REG-CONTROL-LISTADO
              MOVE 0                            TO WS-OBS-LEGAJO
              MOVE 'TOTALES'                    TO WS-OBS-APELLIDO
              MOVE SPACES                       TO WS-OBS-NOMBRE
              MOVE SPACES                       TO WS-OBS-MOTIVO
              IF WS-ANUAL-DISPONIBLE-SI
                 MOVE 'DEL ARCHIVO CONTRA EL ACUMULADO'
                                                 TO WS-OBS-MOTIVO
              END-IF
              WRITE REG-CONTROL-LISTADO     FROM WS-OBSERVACION-LINEA
           END-IF.

           IF WS-ANUAL-DISPONIBLE-SI
              MOVE 'REM. BRUTA'                 TO WS-CDF-CONCEPTO
              MOVE WS-TOT-BRUTO                 TO WS-CDF-HISTORICO
              MOVE WS-TOT-ANU-BRUTO             TO WS-CDF-ACUMULADO
              COMPUTE WS-DIF-IMPORTE = WS-TOT-BRUTO - WS-TOT-ANU-BRUTO
              PERFORM 3960-ESCRIBIR-DIFERENCIA
                 THRU 3960-ESCRIBIR-DIFERENCIA-EXIT

              MOVE 'APORTES'                    TO WS-CDF-CONCEPTO
              MOVE WS-TOT-APORTES               TO WS-CDF-HISTORICO
              MOVE WS-TOT-ANU-APORTES           TO WS-CDF-ACUMULADO
              COMPUTE WS-DIF-IMPORTE =
                 WS-TOT-APORTES - WS-TOT-ANU-APORTES
              PERFORM 3960-ESCRIBIR-DIFERENCIA
                 THRU 3960-ESCRIBIR-DIFERENCIA-EXIT

              MOVE 'RETENCION'                  TO WS-CDF-CONCEPTO
              MOVE WS-TOT-GANANCIAS             TO WS-CDF-HISTORICO
              MOVE WS-TOT-ANU-GANANCIAS         TO WS-CDF-ACUMULADO
              COMPUTE WS-DIF-IMPORTE =
                 WS-TOT-GANANCIAS - WS-TOT-ANU-GANANCIAS
              PERFORM 3960-ESCRIBIR-DIFERENCIA
                 THRU 3960-ESCRIBIR-DIFERENCIA-EXIT
           END-IF.

           MOVE WS-CANT-CERTIFICADOS            TO WS-TL1-CANT.
           MOVE WS-CANT-SIN-CUIL                TO WS-TL1-SIN-CUIL.
           MOVE WS-CANT-SIN-MAESTRO             TO WS-TL1-SIN-MAESTRO.
           MOVE WS-CANT-DIFERENCIAS             TO WS-TL1-DIFERENCIAS.
           MOVE WS-TOT-RETENIDO                 TO WS-TL2-RETENIDO.
           MOVE WS-TOT-DEVUELTO                 TO WS-TL2-DEVUELTO.

           IF FS-CONTROL-LISTADO-OK
              MOVE SPACES                       TO REG-CONTROL-LISTADO
              WRITE REG-CONTROL-LISTADO
              WRITE REG-CONTROL-LISTADO         FROM WS-TOTAL-LINEA-1
              WRITE REG-CONTROL-LISTADO         FROM WS-TOTAL-LINEA-2
              CLOSE CONTROL-LISTADO
           END-IF.

           IF FS-CERTIFICADOS-OK
              CLOSE CERTIFICADOS
           END-IF.

           CLOSE RETENCIONES.
           CLOSE HISTORICO.

           IF WS-MAESTRO-DISPONIBLE-SI
              CLOSE MAESTRO
           END-IF.

           IF WS-ANUAL-DISPONIBLE-SI
              CLOSE ANUAL
           END-IF.

           DISPLAY 'CERTIFICADOS DE GANANCIAS ' WS-ANIO ': '
              WS-CANT-CERTIFICADOS ' LEGAJO(S) EN '
              WS-RETENCIONES-PATH.

           IF WS-CANT-SIN-CUIL > 0
              OR WS-CANT-SIN-MAESTRO > 0
              OR WS-CANT-DIFERENCIAS > 0
              DISPLAY 'ATENCION: HAY OBSERVACIONES EN '
                 'RETENCIONES-CONTROL.TXT - NO PRESENTAR ASI'
           END-IF.

       6000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ14.
