      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REGISTRO DE LICENCIAS Y SALDO DE VACACIONES
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Las vacaciones, enfermedades y licencias del personal se
      * llevaban en planillas de cada sucursal y nadie controlaba
      * que los dias trabajados informados en la entrada cerraran
      * con el mes. Este programa mantiene LICENCIAS.DAT (legajo,
      * fecha desde y hasta inclusive y tipo de licencia) con
      * movimientos por lote en LICENCIAS-MOVIM.TXT, como CL09EJ11
      * los prestamos:
      *   - 'A' alta: licencia nueva de un legajo del maestro, que no
      *         se superponga con otra ya registrada del mismo legajo.
      *   - 'M' modificacion: cambia la fecha hasta, el tipo o la
      *         observacion de la licencia que empieza en la fecha
      *         desde informada.
      *   - 'B' baja: borra la licencia (cargada por error).
      * Tipos: 'V' vacaciones, 'E' enfermedad o accidente, 'S' sin
      * goce de haberes y 'O' otra licencia paga (estudio,
      * matrimonio, nacimiento, duelo).
      * CL09EJ01 lee el registro en cada corrida: marca los legajos
      * cuyos dias trabajados mas las licencias del periodo no dan
      * los dias del mes, descuenta la licencia sin goce y en la
      * liquidacion final resta las vacaciones ya gozadas.
      * El resultado de cada movimiento sale en LICENCIAS-INFORME.TXT
      * y cada cambio aplicado en el log permanente LICENCIAS-LOG.TXT.
      * Al final se emite siempre LICENCIAS-SALDOS.TXT con el saldo
      * de vacaciones del ano (el de LICENCIAS-PARAM.TXT, o el ano en
      * curso): por legajo, los dias que le corresponden segun la
      * antiguedad al 31/12 (14, 21, 28 o 35; proporcionales si
      * ingreso o se fue en el ano), los gozados, los que le quedan y
      * los dias de las demas licencias del ano.
      *
      * Modificaciones:
      * 15/10/2026 GR - El registro del maestro suma el sindicato y el
      *                 convenio del legajo (MAE-SINDICATO,
      *                 MAE-CONVENIO) que mantiene CL09EJ03.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVIMIENTOS
           ASSIGN TO 'LICENCIAS-MOVIM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMIENTOS.

      * Ano del informe de saldos (opcional; sin el, el ano en curso).
       SELECT PARAMETROS
           ASSIGN TO 'LICENCIAS-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      * Mismo layout y clave que lee CL09EJ01.
       SELECT LICENCIAS
           ASSIGN TO 'LICENCIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIC-CLAVE
           FILE STATUS IS FS-LICENCIAS.

      * Mismo layout y clave que mantiene CL09EJ03; aca solo se
      * consulta para validar el legajo y armar el informe de saldos.
       SELECT MAESTRO
           ASSIGN TO 'MAESTRO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

       SELECT INFORME
           ASSIGN TO 'LICENCIAS-INFORME.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

      * Log permanente de cambios: una linea con fecha y hora por
      * cada movimiento aplicado; cada corrida agrega al final.
       SELECT LOG-CAMBIOS
           ASSIGN TO 'LICENCIAS-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG.

      * Informe de saldos de vacaciones del ano por legajo.
       SELECT SALDOS
           ASSIGN TO 'LICENCIAS-SALDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SALDOS.

       DATA DIVISION.

       FILE SECTION.

       FD MOVIMIENTOS.
       01 REG-MOVIM.
          05 MOV-ACCION                     PIC X(1).
             88 MOV-ACCION-ALTA             VALUE 'A'.
             88 MOV-ACCION-MODIFICA         VALUE 'M'.
             88 MOV-ACCION-BAJA             VALUE 'B'.
          05 MOV-LEGAJO                     PIC 9(5).
      *    Primer dia de la licencia (AAAAMMDD): junto con el legajo
      *    identifica la licencia en la modificacion y la baja.
          05 MOV-FECHA-DESDE                PIC 9(8).
          05 MOV-FECHA-DESDE-X REDEFINES MOV-FECHA-DESDE
                                            PIC X(8).
      *    Ultimo dia de la licencia, inclusive (alta y modificacion).
          05 MOV-FECHA-HASTA                PIC 9(8).
          05 MOV-FECHA-HASTA-X REDEFINES MOV-FECHA-HASTA
                                            PIC X(8).
      *    Tipo (alta y modificacion; en blanco en la modificacion,
      *    se conserva el que tenia).
          05 MOV-TIPO                       PIC X(1).
          05 MOV-OBSERVACION                PIC X(30).

       FD PARAMETROS.
       01 REG-PARAMETROS.
          05 PAR-ANIO                       PIC 9(4).
          05 PAR-ANIO-X REDEFINES PAR-ANIO  PIC X(4).

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
       01 REG-INFORME                       PIC X(110).

       FD LOG-CAMBIOS.
       01 REG-LOG                           PIC X(90).

       FD SALDOS.
       01 REG-SALDOS                        PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MOVIMIENTOS                  PIC X(2).
             88 FS-MOVIMIENTOS-OK            VALUE '00'.
             88 FS-MOVIMIENTOS-NFD           VALUE '35'.
          05 FS-PARAMETROS                   PIC X(2).
             88 FS-PARAMETROS-OK             VALUE '00'.
             88 FS-PARAMETROS-NFD            VALUE '35'.
          05 FS-LICENCIAS                    PIC X(2).
             88 FS-LICENCIAS-OK              VALUE '00'.
             88 FS-LICENCIAS-NFD             VALUE '35'.
             88 FS-LICENCIAS-NOT-FOUND       VALUE '23'.
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

      * Sin LICENCIAS.DAT abierto no se aplica nada ni se emite el
      * informe de saldos.
       01 WS-LICENCIAS-DISPONIBLE            PIC X(1) VALUE 'N'.
          88 WS-LICENCIAS-DISPONIBLE-SI      VALUE 'S'.
          88 WS-LICENCIAS-DISPONIBLE-NO      VALUE 'N'.

      * Disponibilidad del maestro: sin MAESTRO.DAT se avisa una sola
      * vez, las altas siguen sin esa validacion y no hay informe de
      * saldos (sale del maestro).
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

      * Topes de una licencia: no puede pasar de un ano de corrido
      * ni empezar antes del 2000.
       01 WS-LIC-MAX-DIAS                    PIC 9(3) VALUE 365.
       01 WS-LIC-ANIO-MINIMO                 PIC 9(4) VALUE 2000.

      * Valores del movimiento en curso ya validados.
       01 WS-MOV-DESDE                       PIC 9(8) VALUE 0.
       01 WS-MOV-HASTA                       PIC 9(8) VALUE 0.
       01 WS-MOV-TIPO                        PIC X(1) VALUE SPACE.
       01 WS-MOV-OBSERVACION                 PIC X(30) VALUE SPACES.
       01 WS-MOV-DIAS                        PIC 9(3) VALUE 0.
       01 WS-MOV-FECHA-CARGA                 PIC 9(8) VALUE 0.
       01 WS-ANT-HASTA                       PIC 9(8) VALUE 0.
       01 WS-ANT-TIPO                        PIC X(1) VALUE SPACE.

      * Fecha a validar (AAAAMMDD).
       01 WS-FECHA-VALIDAR                   PIC 9(8) VALUE 0.
       01 WS-FECHA-VALIDAR-R REDEFINES WS-FECHA-VALIDAR.
          05 WS-FV-ANIO                      PIC 9(4).
          05 WS-FV-MES                       PIC 9(2).
          05 WS-FV-DIA                       PIC 9(2).
       01 WS-FECHA-VALIDA                    PIC X(1) VALUE 'N'.
          88 WS-FECHA-VALIDA-SI              VALUE 'S'.
          88 WS-FECHA-VALIDA-NO              VALUE 'N'.

      * Busqueda de las licencias de un legajo.
       01 WS-BUSQUEDA                        PIC X(1) VALUE 'N'.
          88 WS-BUSQUEDA-FIN                 VALUE 'S'.
          88 WS-BUSQUEDA-SIGUE               VALUE 'N'.
       01 WS-SUPERPUESTA                     PIC X(1) VALUE 'N'.
          88 WS-SUPERPUESTA-SI               VALUE 'S'.
          88 WS-SUPERPUESTA-NO               VALUE 'N'.
       01 WS-SUP-DESDE                       PIC 9(8) VALUE 0.

      * Conteo de dias corridos entre dos fechas AAAAMMDD, ambas
      * inclusive, mes por mes con el largo real de cada mes (el
      * mismo criterio con que CL09EJ01 cuenta las licencias).
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

       01 WS-RESULTADO-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RES-ACCION                   PIC X(1).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RES-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RES-DESDE                    PIC X(10).
          05 FILLER                          PIC X(03) VALUE ' - '.
          05 WS-RES-HASTA                    PIC X(10).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-RES-TIPO                     PIC X(1).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RES-DETALLE                  PIC X(50).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RES-DIAS                     PIC ZZ9.
          05 FILLER                          PIC X(05) VALUE ' DIAS'.

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

      * Linea del log de cambios: fecha, hora, accion, legajo, la
      * licencia como quedo y la fecha hasta y tipo anteriores.
       01 WS-LOG-LINEA.
          05 WS-LOG-FECHA                    PIC 9(8).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-HORA                     PIC 9(6).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-ACCION                   PIC X(1).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-DESDE                    PIC 9(8).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-HASTA-ANTERIOR           PIC 9(8).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-TIPO-ANTERIOR            PIC X(1).
          05 FILLER                          PIC X(04) VALUE ' -> '.
          05 WS-LOG-HASTA-NUEVO              PIC 9(8).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-TIPO-NUEVO               PIC X(1).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-DIAS                     PIC ZZ9.

      * Control del informe de saldos.
       01 WS-SALDOS-EOF                      PIC X(1) VALUE 'N'.
          88 WS-SALDOS-EOF-YES               VALUE 'Y'.
       01 WS-REP-ANIO                        PIC 9(4) VALUE 0.
       01 WS-REP-ANIO-DESDE                  PIC 9(8) VALUE 0.
       01 WS-REP-ANIO-HASTA                  PIC 9(8) VALUE 0.
       01 WS-REP-CANT-LEGAJOS                PIC 9(5) VALUE 0.
       01 WS-REP-CANT-EXCEDIDOS              PIC 9(5) VALUE 0.
       01 WS-REP-TOT-CORRESPONDE             PIC 9(7) VALUE 0.
       01 WS-REP-TOT-GOZADOS                 PIC 9(7) VALUE 0.
       01 WS-REP-TOT-ENFERMEDAD              PIC 9(7) VALUE 0.
       01 WS-REP-TOT-SIN-GOCE                PIC 9(7) VALUE 0.
       01 WS-REP-TOT-OTRAS                   PIC 9(7) VALUE 0.

      * Calculo del legajo en curso. Los dias que corresponden salen
      * de la escala por antiguedad al 31/12 del ano y, si el legajo
      * ingreso o se fue en el ano, en proporcion a los dias
      * trabajados del ano (meses de 30 dias sobre 360, igual que la
      * liquidacion final de CL09EJ01).
       01 WS-LEG-ALTA                        PIC 9(8) VALUE 0.
       01 WS-LEG-ALTA-R REDEFINES WS-LEG-ALTA.
          05 WS-LA-ANIO                      PIC 9(4).
          05 WS-LA-MES                       PIC 9(2).
          05 WS-LA-DIA                       PIC 9(2).
       01 WS-LEG-INICIO                      PIC 9(8) VALUE 0.
       01 WS-LEG-INICIO-R REDEFINES WS-LEG-INICIO.
          05 WS-LI-ANIO                      PIC 9(4).
          05 WS-LI-MES                       PIC 9(2).
          05 WS-LI-DIA                       PIC 9(2).
       01 WS-LEG-FIN                         PIC 9(8) VALUE 0.
       01 WS-LEG-FIN-R REDEFINES WS-LEG-FIN.
          05 WS-LF-ANIO                      PIC 9(4).
          05 WS-LF-MES                       PIC 9(2).
          05 WS-LF-DIA                       PIC 9(2).
       01 WS-LEG-ANTIGUEDAD                  PIC S9(4) VALUE 0.
       01 WS-LEG-VAC-ANUAL                   PIC 9(2) VALUE 0.
       01 WS-LEG-DIAS-ANIO                   PIC S9(4) VALUE 0.
       01 WS-LEG-CORRESPONDE                 PIC 9(3) VALUE 0.
       01 WS-LEG-GOZADOS                     PIC 9(3) VALUE 0.
       01 WS-LEG-SALDO                       PIC S9(4) VALUE 0.
       01 WS-LEG-ENFERMEDAD                  PIC 9(3) VALUE 0.
       01 WS-LEG-SIN-GOCE                    PIC 9(3) VALUE 0.
       01 WS-LEG-OTRAS                       PIC 9(3) VALUE 0.

      * Escala de vacaciones anuales por antiguedad (la misma de
      * CL09EJ01).
       01 WS-VAC-DIAS-HASTA-5                PIC 9(2) VALUE 14.
       01 WS-VAC-DIAS-HASTA-10               PIC 9(2) VALUE 21.
       01 WS-VAC-DIAS-HASTA-20               PIC 9(2) VALUE 28.
       01 WS-VAC-DIAS-MAS-20                 PIC 9(2) VALUE 35.

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
          05 FILLER                          PIC X(36)
             VALUE ' SALDO DE VACACIONES Y LICENCIAS DEL'.
          05 FILLER                          PIC X(05) VALUE ' ANO '.
          05 WS-STI-ANIO                     PIC 9(4).
          05 FILLER                          PIC X(11)
             VALUE ' - EMITIDO '.
          05 WS-STI-FECHA                    PIC X(10).

       01 WS-SAL-ENCABEZADO.
          05 FILLER                          PIC X(40)
             VALUE ' LEGAJO APELLIDO        NOMBRE          '.
          05 FILLER                          PIC X(40)
             VALUE ' ALTA       ANT CORRESP GOZADOS SALDO  E'.
          05 FILLER                          PIC X(40)
             VALUE 'NFERM SIN GOCE OTRAS                    '.

       01 WS-SAL-DETALLE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-SDE-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-SDE-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-SDE-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-SDE-ALTA                     PIC X(10).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-SDE-ANTIGUEDAD               PIC Z9.
          05 FILLER                          PIC X(05) VALUE SPACES.
          05 WS-SDE-CORRESPONDE              PIC ZZ9.
          05 FILLER                          PIC X(05) VALUE SPACES.
          05 WS-SDE-GOZADOS                  PIC ZZ9.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-SDE-SALDO                    PIC ---9.
          05 FILLER                          PIC X(05) VALUE SPACES.
          05 WS-SDE-ENFERMEDAD               PIC ZZ9.
          05 FILLER                          PIC X(06) VALUE SPACES.
          05 WS-SDE-SIN-GOCE                 PIC ZZ9.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-SDE-OTRAS                    PIC ZZ9.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-SDE-AVISO                    PIC X(30).

       01 WS-SAL-AVISO.
          05 FILLER                          PIC X(07) VALUE SPACES.
          05 FILLER                          PIC X(04) VALUE '*** '.
          05 WS-SAV-TEXTO                    PIC X(80).

       01 WS-SAL-TOTAL-1.
          05 FILLER                          PIC X(11)
             VALUE ' LEGAJOS:  '.
          05 WS-ST1-LEGAJOS                  PIC ZZZZ9.
          05 FILLER                          PIC X(26)
             VALUE '   DIAS QUE CORRESPONDEN: '.
          05 WS-ST1-CORRESPONDE              PIC Z.ZZZ.ZZ9.
          05 FILLER                          PIC X(12)
             VALUE '  GOZADOS:  '.
          05 WS-ST1-GOZADOS                  PIC Z.ZZZ.ZZ9.

       01 WS-SAL-TOTAL-2.
          05 FILLER                          PIC X(28)
             VALUE ' DIAS DE ENFERMEDAD:        '.
          05 WS-ST2-ENFERMEDAD               PIC Z.ZZZ.ZZ9.
          05 FILLER                          PIC X(13)
             VALUE '  SIN GOCE:  '.
          05 WS-ST2-SIN-GOCE                 PIC Z.ZZZ.ZZ9.
          05 FILLER                          PIC X(11)
             VALUE '  OTRAS:   '.
          05 WS-ST2-OTRAS                    PIC Z.ZZZ.ZZ9.

       01 WS-SAL-TOTAL-3.
          05 FILLER                          PIC X(41)
             VALUE ' LEGAJOS CON MAS VACACIONES GOZADAS QUE L'.
          05 FILLER                          PIC X(16)
             VALUE 'AS QUE LES CORR.'.
          05 FILLER                          PIC X(02) VALUE ': '.
          05 WS-ST3-EXCEDIDOS                PIC ZZZZ9.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY                   FROM TIME.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           IF FS-MOVIMIENTOS-OK
              AND WS-LICENCIAS-DISPONIBLE-SI
              PERFORM 1500-LEER-MOVIMIENTO
                 THRU 1500-LEER-MOVIMIENTO-EXIT

              PERFORM 2000-APLICAR-MOVIMIENTO
                 THRU 2000-APLICAR-MOVIMIENTO-EXIT
                UNTIL WS-MOVIM-EOF-YES
           END-IF.

      *    El informe de saldos sale siempre, haya habido movimientos
      *    o no: es la consulta de cuantos dias le quedan a cada uno.
           IF WS-LICENCIAS-DISPONIBLE-SI
              AND WS-MAESTRO-DISPONIBLE-SI
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
              DISPLAY 'NO EXISTE LICENCIAS-MOVIM.TXT - SOLO SE EMITE '
                 'EL INFORME DE SALDOS'
           ELSE
              IF NOT FS-MOVIMIENTOS-OK
                 DISPLAY 'ERROR AL ABRIR LOS MOVIMIENTOS: '
                    FS-MOVIMIENTOS
              END-IF
           END-IF.

      *    Ano del informe: el del parametro si viene y es valido;
      *    si no, el ano en curso.
           MOVE WS-FH-ANIO                      TO WS-REP-ANIO.

           OPEN INPUT PARAMETROS.

           IF FS-PARAMETROS-OK
              READ PARAMETROS
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PAR-ANIO NUMERIC
                       AND PAR-ANIO NOT < WS-LIC-ANIO-MINIMO
                       MOVE PAR-ANIO            TO WS-REP-ANIO
                    ELSE
                       DISPLAY 'ATENCION: ANO INVALIDO EN '
                          'LICENCIAS-PARAM.TXT (' PAR-ANIO-X
                          ') - SE INFORMA EL ANO EN CURSO'
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.

      *    El registro puede no existir todavia (primera licencia):
      *    se crea vacio y se reabre en I-O, igual que los prestamos
      *    en CL09EJ11.
           OPEN I-O LICENCIAS.

           IF FS-LICENCIAS-NFD
              OPEN OUTPUT LICENCIAS
              CLOSE LICENCIAS
              OPEN I-O LICENCIAS
           END-IF.

           IF FS-LICENCIAS-OK
              SET WS-LICENCIAS-DISPONIBLE-SI    TO TRUE
           ELSE
              DISPLAY 'ERROR AL ABRIR LICENCIAS: ' FS-LICENCIAS
              DISPLAY 'SIN EL REGISTRO DE LICENCIAS NO SE APLICAN '
                 'MOVIMIENTOS NI SE EMITE EL INFORME DE SALDOS'
           END-IF.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    SET WS-MAESTRO-DISPONIBLE-SI  TO TRUE
               WHEN FS-MAESTRO-NFD
                    SET WS-MAESTRO-DISPONIBLE-NO  TO TRUE
                    DISPLAY 'ATENCION: NO EXISTE MAESTRO.DAT - NO SE '
                       'VALIDAN LOS LEGAJOS NI SE EMITE EL INFORME '
                       'DE SALDOS'
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
           MOVE MOV-FECHA-DESDE-X               TO WS-RES-DESDE.
           MOVE MOV-FECHA-HASTA-X               TO WS-RES-HASTA.
           MOVE MOV-TIPO                        TO WS-RES-TIPO.
           MOVE 0                               TO WS-RES-DIAS.

           IF MOV-LEGAJO NOT NUMERIC
              MOVE 'LEGAJO NO NUMERICO'         TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

      *    Las tres acciones identifican la licencia por su primer
      *    dia: tiene que ser una fecha valida.
           IF MOV-FECHA-DESDE NOT NUMERIC
              MOVE 'FECHA DESDE INVALIDA (AAAAMMDD)' TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

           MOVE MOV-FECHA-DESDE                 TO WS-FECHA-VALIDAR.

           PERFORM 2600-VALIDAR-FECHA
              THRU 2600-VALIDAR-FECHA-EXIT.

           IF WS-FECHA-VALIDA-NO
              MOVE 'FECHA DESDE INVALIDA (AAAAMMDD)' TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

           MOVE MOV-FECHA-DESDE                 TO WS-MOV-DESDE.
           MOVE WS-MOV-DESDE                    TO WS-FECHA-AUX.

           PERFORM 3900-FORMATEAR-FECHA
              THRU 3900-FORMATEAR-FECHA-EXIT.

           MOVE WS-FECHA-TEXTO                  TO WS-RES-DESDE.

           EVALUATE TRUE
               WHEN MOV-ACCION-ALTA
                    PERFORM 2100-ALTA
                       THRU 2100-ALTA-EXIT
               WHEN MOV-ACCION-MODIFICA
                    PERFORM 2200-MODIFICACION
                       THRU 2200-MODIFICACION-EXIT
               WHEN MOV-ACCION-BAJA
                    PERFORM 2300-BAJA
                       THRU 2300-BAJA-EXIT
               WHEN OTHER
                    MOVE 'ACCION DESCONOCIDA (USAR A, M O B)'
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
      *    Alta de licencia: tipo y fecha hasta validos, legajo del
      *    maestro y sin superposicion con otra licencia del legajo.
       2100-ALTA.

           MOVE MOV-TIPO                        TO WS-MOV-TIPO.
           MOVE MOV-OBSERVACION                 TO WS-MOV-OBSERVACION.
           MOVE WS-FECHA-HOY-NUM                TO WS-MOV-FECHA-CARGA.

           PERFORM 2500-VALIDAR-LICENCIA
              THRU 2500-VALIDAR-LICENCIA-EXIT.

           IF WS-RES-DETALLE NOT = SPACES
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2100-ALTA-EXIT
           END-IF.

           PERFORM 2400-ARMAR-REGISTRO
              THRU 2400-ARMAR-REGISTRO-EXIT.

           WRITE LIC-REGISTRO
              INVALID KEY
                 MOVE 'YA HAY UNA LICENCIA DEL LEGAJO EN ESA FECHA'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2100-ALTA-EXIT
           END-WRITE.

           MOVE 0                               TO WS-ANT-HASTA.
           MOVE SPACE                           TO WS-ANT-TIPO.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           MOVE 'ALTA DE LICENCIA APLICADA'     TO WS-RES-DETALLE.
           MOVE LIC-DIAS                        TO WS-RES-DIAS.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2100-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Modificacion: la licencia que empieza en la fecha desde
      *    tiene que existir; se puede cambiar la fecha hasta, el
      *    tipo (en blanco se conserva) y la observacion (en blanco
      *    se conserva). Vale la misma validacion que en el alta.
       2200-MODIFICACION.

           MOVE MOV-LEGAJO                      TO LIC-LEGAJO.
           MOVE WS-MOV-DESDE                    TO LIC-FECHA-DESDE.

           READ LICENCIAS
              INVALID KEY
                 MOVE 'LICENCIA INEXISTENTE PARA EL LEGAJO Y FECHA'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2200-MODIFICACION-EXIT
           END-READ.

           MOVE LIC-FECHA-HASTA                 TO WS-ANT-HASTA.
           MOVE LIC-TIPO                        TO WS-ANT-TIPO.
           MOVE LIC-FECHA-CARGA                 TO WS-MOV-FECHA-CARGA.

           IF MOV-TIPO = SPACE
              MOVE LIC-TIPO                     TO WS-MOV-TIPO
              MOVE LIC-TIPO                     TO WS-RES-TIPO
           ELSE
              MOVE MOV-TIPO                     TO WS-MOV-TIPO
           END-IF.

           IF MOV-OBSERVACION = SPACES
              MOVE LIC-OBSERVACION              TO WS-MOV-OBSERVACION
           ELSE
              MOVE MOV-OBSERVACION              TO WS-MOV-OBSERVACION
           END-IF.

           PERFORM 2500-VALIDAR-LICENCIA
              THRU 2500-VALIDAR-LICENCIA-EXIT.

           IF WS-RES-DETALLE NOT = SPACES
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2200-MODIFICACION-EXIT
           END-IF.

           PERFORM 2400-ARMAR-REGISTRO
              THRU 2400-ARMAR-REGISTRO-EXIT.

           REWRITE LIC-REGISTRO
              INVALID KEY
                 MOVE 'ERROR AL ACTUALIZAR LA LICENCIA'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2200-MODIFICACION-EXIT
           END-REWRITE.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           MOVE 'LICENCIA MODIFICADA'           TO WS-RES-DETALLE.
           MOVE LIC-DIAS                        TO WS-RES-DIAS.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2200-MODIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Baja: borra la licencia cargada por error. No exige
      *    maestro: tambien se borra la de un legajo ya dado de baja.
       2300-BAJA.

           MOVE MOV-LEGAJO                      TO LIC-LEGAJO.
           MOVE WS-MOV-DESDE                    TO LIC-FECHA-DESDE.

           READ LICENCIAS
              INVALID KEY
                 MOVE 'LICENCIA INEXISTENTE PARA EL LEGAJO Y FECHA'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2300-BAJA-EXIT
           END-READ.

           MOVE LIC-FECHA-HASTA                 TO WS-ANT-HASTA.
           MOVE LIC-TIPO                        TO WS-ANT-TIPO.
           MOVE LIC-DIAS                        TO WS-MOV-DIAS.

           DELETE LICENCIAS
              INVALID KEY
                 MOVE 'ERROR AL BORRAR LA LICENCIA' TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2300-BAJA-EXIT
           END-DELETE.

           MOVE MOV-LEGAJO                      TO LIC-LEGAJO.
           MOVE WS-MOV-DESDE                    TO LIC-FECHA-DESDE.
           MOVE 0                               TO LIC-FECHA-HASTA.
           MOVE SPACE                           TO LIC-TIPO.
           MOVE WS-MOV-DIAS                     TO LIC-DIAS.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           MOVE WS-ANT-HASTA                    TO WS-FECHA-AUX.

           PERFORM 3900-FORMATEAR-FECHA
              THRU 3900-FORMATEAR-FECHA-EXIT.

           MOVE WS-FECHA-TEXTO                  TO WS-RES-HASTA.
           MOVE WS-ANT-TIPO                     TO WS-RES-TIPO.
           MOVE 'LICENCIA BORRADA'              TO WS-RES-DETALLE.
           MOVE LIC-DIAS                        TO WS-RES-DIAS.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2300-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Arma el registro de la licencia con los valores validados
      *    del movimiento en curso.
       2400-ARMAR-REGISTRO.

           MOVE MOV-LEGAJO                      TO LIC-LEGAJO.
           MOVE WS-MOV-DESDE                    TO LIC-FECHA-DESDE.
           MOVE WS-MOV-HASTA                    TO LIC-FECHA-HASTA.
           MOVE WS-MOV-TIPO                     TO LIC-TIPO.
           MOVE WS-MOV-DIAS                     TO LIC-DIAS.
           MOVE WS-MOV-FECHA-CARGA              TO LIC-FECHA-CARGA.
           MOVE WS-MOV-OBSERVACION              TO LIC-OBSERVACION.

       2400-ARMAR-REGISTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Validacion comun del alta y la modificacion: tipo, fecha
      *    hasta, tope de dias, legajo contra el maestro (entre el
      *    alta y la baja del empleado) y superposicion con las otras
      *    licencias del legajo. Deja el motivo del error en
      *    WS-RES-DETALLE (en blanco, validacion pasada).
       2500-VALIDAR-LICENCIA.

           MOVE SPACES                          TO WS-RES-DETALLE.

           IF WS-MOV-TIPO NOT = 'V'
              AND WS-MOV-TIPO NOT = 'E'
              AND WS-MOV-TIPO NOT = 'S'
              AND WS-MOV-TIPO NOT = 'O'
              MOVE 'TIPO INVALIDO (USAR V, E, S U O)'
                                                 TO WS-RES-DETALLE
              GO TO 2500-VALIDAR-LICENCIA-EXIT
           END-IF.

           IF MOV-FECHA-HASTA NOT NUMERIC
              MOVE 'FECHA HASTA INVALIDA (AAAAMMDD)' TO WS-RES-DETALLE
              GO TO 2500-VALIDAR-LICENCIA-EXIT
           END-IF.

           MOVE MOV-FECHA-HASTA                 TO WS-FECHA-VALIDAR.

           PERFORM 2600-VALIDAR-FECHA
              THRU 2600-VALIDAR-FECHA-EXIT.

           IF WS-FECHA-VALIDA-NO
              MOVE 'FECHA HASTA INVALIDA (AAAAMMDD)' TO WS-RES-DETALLE
              GO TO 2500-VALIDAR-LICENCIA-EXIT
           END-IF.

           MOVE MOV-FECHA-HASTA                 TO WS-MOV-HASTA.
           MOVE WS-MOV-HASTA                    TO WS-FECHA-AUX.

           PERFORM 3900-FORMATEAR-FECHA
              THRU 3900-FORMATEAR-FECHA-EXIT.

           MOVE WS-FECHA-TEXTO                  TO WS-RES-HASTA.

           IF WS-MOV-HASTA < WS-MOV-DESDE
              MOVE 'FECHA HASTA ANTERIOR A LA FECHA DESDE'
                                                 TO WS-RES-DETALLE
              GO TO 2500-VALIDAR-LICENCIA-EXIT
           END-IF.

           MOVE WS-MOV-DESDE                    TO WS-CD-DESDE.
           MOVE WS-MOV-HASTA                    TO WS-CD-HASTA.

           PERFORM 3910-CONTAR-DIAS
              THRU 3910-CONTAR-DIAS-EXIT.

           IF WS-CD-DIAS > WS-LIC-MAX-DIAS
              MOVE 'LA LICENCIA SUPERA UN ANO - CARGARLA POR TRAMOS'
                                                 TO WS-RES-DETALLE
              GO TO 2500-VALIDAR-LICENCIA-EXIT
           END-IF.

           MOVE WS-CD-DIAS                      TO WS-MOV-DIAS.

           PERFORM 2700-VALIDAR-MAESTRO
              THRU 2700-VALIDAR-MAESTRO-EXIT.

           IF WS-RES-DETALLE NOT = SPACES
              GO TO 2500-VALIDAR-LICENCIA-EXIT
           END-IF.

           PERFORM 2550-BUSCAR-SUPERPOSICION
              THRU 2550-BUSCAR-SUPERPOSICION-EXIT.

           IF WS-SUPERPUESTA-SI
              MOVE WS-SUP-DESDE                 TO WS-FECHA-AUX
              PERFORM 3900-FORMATEAR-FECHA
                 THRU 3900-FORMATEAR-FECHA-EXIT
              MOVE SPACES                       TO WS-RES-DETALLE
              STRING 'SE SUPERPONE CON LA LICENCIA DEL '
                        DELIMITED BY SIZE
                     WS-FECHA-TEXTO
                        DELIMITED BY SIZE
                INTO WS-RES-DETALLE
              END-STRING
           END-IF.

       2500-VALIDAR-LICENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Recorre las licencias del legajo buscando alguna que se
      *    superponga con el rango del movimiento; en la modificacion
      *    se saltea la propia licencia (misma fecha desde).
       2550-BUSCAR-SUPERPOSICION.

           SET WS-SUPERPUESTA-NO                TO TRUE.
           SET WS-BUSQUEDA-SIGUE                TO TRUE.

           MOVE MOV-LEGAJO                      TO LIC-LEGAJO.
           MOVE 0                               TO LIC-FECHA-DESDE.

           START LICENCIAS KEY IS NOT LESS THAN LIC-CLAVE
              INVALID KEY
                 GO TO 2550-BUSCAR-SUPERPOSICION-EXIT
           END-START.

           PERFORM 2560-COMPARAR-LICENCIA
              THRU 2560-COMPARAR-LICENCIA-EXIT
             UNTIL WS-BUSQUEDA-FIN.

       2550-BUSCAR-SUPERPOSICION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2560-COMPARAR-LICENCIA.

           READ LICENCIAS NEXT RECORD
              AT END
                 SET WS-BUSQUEDA-FIN            TO TRUE
                 GO TO 2560-COMPARAR-LICENCIA-EXIT
           END-READ.

           IF LIC-LEGAJO NOT = MOV-LEGAJO
              OR LIC-FECHA-DESDE > WS-MOV-HASTA
              SET WS-BUSQUEDA-FIN               TO TRUE
              GO TO 2560-COMPARAR-LICENCIA-EXIT
           END-IF.

           IF LIC-FECHA-DESDE = WS-MOV-DESDE
              AND MOV-ACCION-MODIFICA
              GO TO 2560-COMPARAR-LICENCIA-EXIT
           END-IF.

           IF LIC-FECHA-HASTA NOT < WS-MOV-DESDE
              SET WS-SUPERPUESTA-SI             TO TRUE
              SET WS-BUSQUEDA-FIN               TO TRUE
              MOVE LIC-FECHA-DESDE              TO WS-SUP-DESDE
           END-IF.

       2560-COMPARAR-LICENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    WS-FECHA-VALIDAR tiene que ser una fecha AAAAMMDD real, no
      *    anterior al ano minimo.
       2600-VALIDAR-FECHA.

           SET WS-FECHA-VALIDA-NO               TO TRUE.

           IF WS-FV-ANIO < WS-LIC-ANIO-MINIMO
              OR WS-FV-MES < 01
              OR WS-FV-MES > 12
              OR WS-FV-DIA < 01
              GO TO 2600-VALIDAR-FECHA-EXIT
           END-IF.

           MOVE WS-FV-ANIO                      TO WS-DM-ANIO.
           MOVE WS-FV-MES                       TO WS-DM-MES.

           PERFORM 3920-DIAS-DEL-MES
              THRU 3920-DIAS-DEL-MES-EXIT.

           IF WS-FV-DIA NOT > WS-DM-DIAS
              SET WS-FECHA-VALIDA-SI            TO TRUE
           END-IF.

       2600-VALIDAR-FECHA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Valida el legajo contra el maestro (si esta disponible):
      *    tiene que existir y la licencia tiene que caer entre su
      *    alta y su baja. Un legajo inactivo se acepta (la licencia
      *    larga suele ser el motivo). Deja el motivo del error en
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
                 GO TO 2700-VALIDAR-MAESTRO-EXIT
           END-READ.

           IF WS-MOV-DESDE < MAE-FECHA-ALTA
              MOVE 'LICENCIA ANTERIOR AL ALTA DEL EMPLEADO'
                                                 TO WS-RES-DETALLE
              GO TO 2700-VALIDAR-MAESTRO-EXIT
           END-IF.

           IF MAE-ESTADO-BAJA
              AND WS-MOV-HASTA > MAE-FECHA-BAJA
              MOVE 'LICENCIA POSTERIOR A LA BAJA DEL EMPLEADO'
                                                 TO WS-RES-DETALLE
           END-IF.

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
      *    El log toma la licencia como quedo en LIC-REGISTRO (en la
      *    baja, hasta y tipo en blanco) y los valores anteriores de
      *    WS-ANT-HASTA / WS-ANT-TIPO.
       2850-GRABAR-LOG.

           MOVE WS-FECHA-HOY-NUM                TO WS-LOG-FECHA.
           MOVE WS-HH-HHMMSS                    TO WS-LOG-HORA.
           MOVE MOV-ACCION                      TO WS-LOG-ACCION.
           MOVE LIC-LEGAJO                      TO WS-LOG-LEGAJO.
           MOVE LIC-FECHA-DESDE                 TO WS-LOG-DESDE.
           MOVE WS-ANT-HASTA                 TO WS-LOG-HASTA-ANTERIOR.
           MOVE WS-ANT-TIPO                     TO WS-LOG-TIPO-ANTERIOR.
           MOVE LIC-FECHA-HASTA                 TO WS-LOG-HASTA-NUEVO.
           MOVE LIC-TIPO                        TO WS-LOG-TIPO-NUEVO.
           MOVE LIC-DIAS                        TO WS-LOG-DIAS.

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
      *    Informe de saldos: recorre MAESTRO.DAT en orden de legajo y
      *    toma los activos e inactivos y los dados de baja dentro del
      *    ano informado; por cada uno, lo que le corresponde, las
      *    licencias del ano por tipo y el saldo de vacaciones. Al
      *    pie, los totales y los legajos que gozaron de mas.
       3000-INFORME-SALDOS.

           OPEN OUTPUT SALDOS.

           IF NOT FS-SALDOS-OK
              DISPLAY 'ERROR AL ABRIR EL INFORME DE SALDOS: ' FS-SALDOS
              GO TO 3000-INFORME-SALDOS-EXIT
           END-IF.

           COMPUTE WS-REP-ANIO-DESDE = WS-REP-ANIO * 10000 + 0101.
           COMPUTE WS-REP-ANIO-HASTA = WS-REP-ANIO * 10000 + 1231.

           MOVE WS-FECHA-HOY-NUM                TO WS-FECHA-AUX.

           PERFORM 3900-FORMATEAR-FECHA
              THRU 3900-FORMATEAR-FECHA-EXIT.

           MOVE WS-REP-ANIO                     TO WS-STI-ANIO.
           MOVE WS-FECHA-TEXTO                  TO WS-STI-FECHA.

           WRITE REG-SALDOS                     FROM WS-SAL-TITULO.
           MOVE SPACES                          TO REG-SALDOS.
           WRITE REG-SALDOS.
           WRITE REG-SALDOS                     FROM WS-SAL-ENCABEZADO.

           MOVE 0                               TO MAE-LEGAJO.

           START MAESTRO KEY IS NOT LESS THAN MAE-LEGAJO
              INVALID KEY
                 SET WS-SALDOS-EOF-YES          TO TRUE
           END-START.

           IF NOT WS-SALDOS-EOF-YES
              PERFORM 3100-LEER-MAESTRO
                 THRU 3100-LEER-MAESTRO-EXIT
           END-IF.

           PERFORM 3200-DETALLAR-LEGAJO
              THRU 3200-DETALLAR-LEGAJO-EXIT
             UNTIL WS-SALDOS-EOF-YES.

           IF WS-REP-CANT-LEGAJOS = 0
              MOVE 'NO HAY LEGAJOS CON SALDO EN EL ANO'
                                                 TO WS-SAV-TEXTO
              WRITE REG-SALDOS                  FROM WS-SAL-AVISO
           END-IF.

           MOVE WS-REP-CANT-LEGAJOS             TO WS-ST1-LEGAJOS.
           MOVE WS-REP-TOT-CORRESPONDE          TO WS-ST1-CORRESPONDE.
           MOVE WS-REP-TOT-GOZADOS              TO WS-ST1-GOZADOS.
           MOVE WS-REP-TOT-ENFERMEDAD           TO WS-ST2-ENFERMEDAD.
           MOVE WS-REP-TOT-SIN-GOCE             TO WS-ST2-SIN-GOCE.
           MOVE WS-REP-TOT-OTRAS                TO WS-ST2-OTRAS.
           MOVE WS-REP-CANT-EXCEDIDOS           TO WS-ST3-EXCEDIDOS.

           MOVE SPACES                          TO REG-SALDOS.
           WRITE REG-SALDOS.
           WRITE REG-SALDOS                     FROM WS-SAL-TOTAL-1.
           WRITE REG-SALDOS                     FROM WS-SAL-TOTAL-2.
           WRITE REG-SALDOS                     FROM WS-SAL-TOTAL-3.

           CLOSE SALDOS.

           IF WS-REP-CANT-EXCEDIDOS > 0
              DISPLAY 'ATENCION: ' WS-REP-CANT-EXCEDIDOS
                 ' LEGAJO(S) GOZARON MAS VACACIONES DE LAS QUE LES '
                 'CORRESPONDEN - VER LICENCIAS-SALDOS.TXT'
           END-IF.

       3000-INFORME-SALDOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LEER-MAESTRO.

           READ MAESTRO NEXT RECORD
              AT END
                 SET WS-SALDOS-EOF-YES          TO TRUE
           END-READ.

       3100-LEER-MAESTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-DETALLAR-LEGAJO.

      *    Fuera del informe: los que ingresan despues del ano y los
      *    dados de baja antes de que empiece.
           IF MAE-FECHA-ALTA > WS-REP-ANIO-HASTA
              GO TO 3200-DETALLAR-LEGAJO-SIGUE
           END-IF.

           IF MAE-ESTADO-BAJA
              AND MAE-FECHA-BAJA < WS-REP-ANIO-DESDE
              GO TO 3200-DETALLAR-LEGAJO-SIGUE
           END-IF.

           ADD 1                                TO WS-REP-CANT-LEGAJOS.

           PERFORM 3300-CALCULAR-CORRESPONDE
              THRU 3300-CALCULAR-CORRESPONDE-EXIT.

           MOVE 0                               TO WS-LEG-GOZADOS.
           MOVE 0                               TO WS-LEG-ENFERMEDAD.
           MOVE 0                               TO WS-LEG-SIN-GOCE.
           MOVE 0                               TO WS-LEG-OTRAS.
           SET WS-BUSQUEDA-SIGUE                TO TRUE.

           MOVE MAE-LEGAJO                      TO LIC-LEGAJO.
           MOVE 0                               TO LIC-FECHA-DESDE.

           START LICENCIAS KEY IS NOT LESS THAN LIC-CLAVE
              INVALID KEY
                 SET WS-BUSQUEDA-FIN            TO TRUE
           END-START.

           PERFORM 3400-SUMAR-LICENCIA
              THRU 3400-SUMAR-LICENCIA-EXIT
             UNTIL WS-BUSQUEDA-FIN.

           COMPUTE WS-LEG-SALDO = WS-LEG-CORRESPONDE - WS-LEG-GOZADOS.

           MOVE MAE-LEGAJO                      TO WS-SDE-LEGAJO.
           MOVE MAE-APELLIDO                    TO WS-SDE-APELLIDO.
           MOVE MAE-NOMBRE                      TO WS-SDE-NOMBRE.
           MOVE MAE-FECHA-ALTA                  TO WS-FECHA-AUX.

           PERFORM 3900-FORMATEAR-FECHA
              THRU 3900-FORMATEAR-FECHA-EXIT.

           MOVE WS-FECHA-TEXTO                  TO WS-SDE-ALTA.
           MOVE WS-LEG-ANTIGUEDAD               TO WS-SDE-ANTIGUEDAD.
           MOVE WS-LEG-CORRESPONDE              TO WS-SDE-CORRESPONDE.
           MOVE WS-LEG-GOZADOS                  TO WS-SDE-GOZADOS.
           MOVE WS-LEG-SALDO                    TO WS-SDE-SALDO.
           MOVE WS-LEG-ENFERMEDAD               TO WS-SDE-ENFERMEDAD.
           MOVE WS-LEG-SIN-GOCE                 TO WS-SDE-SIN-GOCE.
           MOVE WS-LEG-OTRAS                    TO WS-SDE-OTRAS.
           MOVE SPACES                          TO WS-SDE-AVISO.

           IF MAE-ESTADO-BAJA
              MOVE '* BAJA - VER LIQ. FINAL'    TO WS-SDE-AVISO
           END-IF.

           IF WS-LEG-SALDO < 0
              ADD 1                          TO WS-REP-CANT-EXCEDIDOS
              MOVE '*** EXCEDIDO: GOZO DE MAS'   TO WS-SDE-AVISO
           END-IF.

           WRITE REG-SALDOS                     FROM WS-SAL-DETALLE.

           ADD WS-LEG-CORRESPONDE           TO WS-REP-TOT-CORRESPONDE.
           ADD WS-LEG-GOZADOS                   TO WS-REP-TOT-GOZADOS.
           ADD WS-LEG-ENFERMEDAD             TO WS-REP-TOT-ENFERMEDAD.
           ADD WS-LEG-SIN-GOCE                  TO WS-REP-TOT-SIN-GOCE.
           ADD WS-LEG-OTRAS                     TO WS-REP-TOT-OTRAS.

       3200-DETALLAR-LEGAJO-SIGUE.

           PERFORM 3100-LEER-MAESTRO
              THRU 3100-LEER-MAESTRO-EXIT.

       3200-DETALLAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Dias de vacaciones que le corresponden en el ano: la escala
      *    por anos cumplidos al 31/12 y, si ingreso o se fue dentro
      *    del ano, proporcional a los dias trabajados (meses de 30
      *    dias, tope 360).
       3300-CALCULAR-CORRESPONDE.

           MOVE MAE-FECHA-ALTA                  TO WS-LEG-ALTA.

           COMPUTE WS-LEG-ANTIGUEDAD = WS-REP-ANIO - WS-LA-ANIO.

           IF WS-LEG-ANTIGUEDAD < 0
              MOVE 0                            TO WS-LEG-ANTIGUEDAD
           END-IF.

           EVALUATE TRUE
               WHEN WS-LEG-ANTIGUEDAD < 5
                    MOVE WS-VAC-DIAS-HASTA-5    TO WS-LEG-VAC-ANUAL
               WHEN WS-LEG-ANTIGUEDAD < 10
                    MOVE WS-VAC-DIAS-HASTA-10   TO WS-LEG-VAC-ANUAL
               WHEN WS-LEG-ANTIGUEDAD < 20
                    MOVE WS-VAC-DIAS-HASTA-20   TO WS-LEG-VAC-ANUAL
               WHEN OTHER
                    MOVE WS-VAC-DIAS-MAS-20     TO WS-LEG-VAC-ANUAL
           END-EVALUATE.

           IF MAE-FECHA-ALTA > WS-REP-ANIO-DESDE
              MOVE MAE-FECHA-ALTA               TO WS-LEG-INICIO
           ELSE
              MOVE WS-REP-ANIO-DESDE            TO WS-LEG-INICIO
           END-IF.

           IF MAE-ESTADO-BAJA
              AND MAE-FECHA-BAJA < WS-REP-ANIO-HASTA
              MOVE MAE-FECHA-BAJA               TO WS-LEG-FIN
           ELSE
              MOVE WS-REP-ANIO-HASTA            TO WS-LEG-FIN
           END-IF.

           IF WS-LI-DIA > 30
              MOVE 30                           TO WS-LI-DIA
           END-IF.

           IF WS-LF-DIA > 30
              MOVE 30                           TO WS-LF-DIA
           END-IF.

           COMPUTE WS-LEG-DIAS-ANIO =
              (WS-LF-MES - WS-LI-MES) * 30
              + WS-LF-DIA - WS-LI-DIA + 1.

           IF WS-LEG-DIAS-ANIO < 0
              MOVE 0                            TO WS-LEG-DIAS-ANIO
           END-IF.

           IF WS-LEG-DIAS-ANIO > 360
              MOVE 360                          TO WS-LEG-DIAS-ANIO
           END-IF.

           COMPUTE WS-LEG-CORRESPONDE ROUNDED =
              WS-LEG-VAC-ANUAL * WS-LEG-DIAS-ANIO / 360.

       3300-CALCULAR-CORRESPONDE-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Suma los dias del ano de cada licencia del legajo, por
      *    tipo; la que empieza o termina fuera del ano cuenta solo
      *    los dias que caen dentro.
       3400-SUMAR-LICENCIA.

           READ LICENCIAS NEXT RECORD
              AT END
                 SET WS-BUSQUEDA-FIN            TO TRUE
                 GO TO 3400-SUMAR-LICENCIA-EXIT
           END-READ.

           IF LIC-LEGAJO NOT = MAE-LEGAJO
              OR LIC-FECHA-DESDE > WS-REP-ANIO-HASTA
              SET WS-BUSQUEDA-FIN               TO TRUE
              GO TO 3400-SUMAR-LICENCIA-EXIT
           END-IF.

           IF LIC-FECHA-HASTA < WS-REP-ANIO-DESDE
              GO TO 3400-SUMAR-LICENCIA-EXIT
           END-IF.

           IF LIC-FECHA-DESDE < WS-REP-ANIO-DESDE
              MOVE WS-REP-ANIO-DESDE            TO WS-CD-DESDE
           ELSE
              MOVE LIC-FECHA-DESDE              TO WS-CD-DESDE
           END-IF.

           IF LIC-FECHA-HASTA > WS-REP-ANIO-HASTA
              MOVE WS-REP-ANIO-HASTA            TO WS-CD-HASTA
           ELSE
              MOVE LIC-FECHA-HASTA              TO WS-CD-HASTA
           END-IF.

           PERFORM 3910-CONTAR-DIAS
              THRU 3910-CONTAR-DIAS-EXIT.

           EVALUATE TRUE
               WHEN LIC-TIPO-VACACIONES
                    ADD WS-CD-DIAS              TO WS-LEG-GOZADOS
               WHEN LIC-TIPO-ENFERMEDAD
                    ADD WS-CD-DIAS              TO WS-LEG-ENFERMEDAD
               WHEN LIC-TIPO-SIN-GOCE
                    ADD WS-CD-DIAS              TO WS-LEG-SIN-GOCE
               WHEN OTHER
                    ADD WS-CD-DIAS              TO WS-LEG-OTRAS
           END-EVALUATE.

       3400-SUMAR-LICENCIA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3500-CERRAR-ARCHIVOS.

      *    El estado de movimientos queda en '10' despues del AT END,
      *    asi que se cierra salvo que el archivo nunca haya existido.
           IF NOT FS-MOVIMIENTOS-NFD
              CLOSE MOVIMIENTOS
           END-IF.

           IF WS-LICENCIAS-DISPONIBLE-SI
              CLOSE LICENCIAS

              IF NOT FS-LICENCIAS-OK
                 DISPLAY 'ERROR EN CLOSE DE LICENCIAS: ' FS-LICENCIAS
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
      *    Dias corridos de WS-CD-DESDE a WS-CD-HASTA, ambos inclusive,
      *    en WS-CD-DIAS (cero si el rango esta invertido).
       3910-CONTAR-DIAS.

           MOVE 0                               TO WS-CD-DIAS.

           IF WS-CD-DESDE > WS-CD-HASTA
              GO TO 3910-CONTAR-DIAS-EXIT
           END-IF.

           COMPUTE WS-CD-MES-INICIAL = WS-CD-DESDE / 100.
           COMPUTE WS-CD-MES-FINAL = WS-CD-HASTA / 100.
           MOVE WS-CD-MES-INICIAL               TO WS-CD-MES-ACTUAL.

           PERFORM 3915-SUMAR-UN-MES
              THRU 3915-SUMAR-UN-MES-EXIT
             UNTIL WS-CD-MES-ACTUAL > WS-CD-MES-FINAL.

       3910-CONTAR-DIAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3915-SUMAR-UN-MES.

           MOVE WS-CDM-ANIO                     TO WS-DM-ANIO.
           MOVE WS-CDM-MES                      TO WS-DM-MES.

           PERFORM 3920-DIAS-DEL-MES
              THRU 3920-DIAS-DEL-MES-EXIT.

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

       3915-SUMAR-UN-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Largo del mes WS-DM-MES del ano WS-DM-ANIO; febrero tiene
      *    29 dias en los anos bisiestos (divisibles por 4, salvo los
      *    seculares no divisibles por 400).
       3920-DIAS-DEL-MES.

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

       3920-DIAS-DEL-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ12.
