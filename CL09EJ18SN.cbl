      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CIERRE MENSUAL - CADENA DE LIQUIDACION CON REINICIO
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * El cierre del mes se corria a mano, programa por programa, y
      * el operador leia cada codigo de retorno para decidir si
      * seguir; asi llego a correrse la declaracion sobre una
      * liquidacion abortada. Este programa corre la cadena en orden:
      *   1 CL09EJ03 mantenimiento del maestro
      *   2 CL09EJ05 mantenimiento de cuentas bancarias (CBU)
      *   3 CL09EJ01 liquidacion de sueldos
      *   4 CL09EJ06 respuesta del banco
      *   5 CL09EJ07 verificacion del acumulado
      *   6 CL09EJ08 declaracion de cargas sociales
      * y deja en CIERRE-ESTADO.TXT un registro por cada inicio y
      * cada fin de paso (periodo, paso, programa, situacion, fecha
      * y hora de inicio y de fin, codigo de retorno, numero de
      * corrida de CL09EJ01 y motivo). El ultimo registro de cada
      * paso es su estado; el archivo queda como historia de los
      * cierres.
      * Cualquier codigo de retorno distinto de cero frena la
      * cadena (12/10/08/06/04 de CL09EJ01 abortan la corrida sin
      * tocar acumulado ni historico; 04 de CL09EJ07 y CL09EJ08 son
      * diferencias u observaciones que hay que revisar). Ademas:
      *   - despues de CL09EJ01 se busca su registro 'C' en
      *     CONTROL-CORRIDAS.TXT; si no esta, es de otro periodo o
      *     no es una liquidacion mensual, la cadena se frena;
      *   - antes de CL09EJ08 se controla que DECLARA-PARAM.TXT (o
      *     el mes de la fecha, sin el archivo) sea el periodo del
      *     cierre.
      * Al relanzar, los pasos ya terminados del periodo no se
      * vuelven a correr: la cadena sigue en el paso que fallo (o
      * que quedo en curso si se corto la ejecucion). Si la
      * corrida de CL09EJ01 del cierre fue anulada despues con
      * CL09EJ09, la cadena vuelve a empezar en la liquidacion. Si
      * la liquidacion quedo en curso pero CL09EJ01 llego a grabar
      * una corrida mensual del periodo, la cadena se frena con 04
      * para verificarla antes de volver a liquidar. Al reves,
      * pedir que se vuelva a correr desde la liquidacion o antes con
      * la corrida del cierre vigente se rechaza con 04 (pagaria dos
      * veces el mes): primero hay que anularla con CL09EJ09.
      * CIERRE-PARAM.TXT (opcional):
      *   - periodo AAAAMM del cierre (en blanco, el mes en curso);
      *   - paso desde el cual volver a correr aunque haya
      *     terminado bien (en blanco, sigue donde quedo);
      *   - 'S' para aceptar el 04 de CL09EJ07 o CL09EJ08 ya
      *     revisado: el paso queda aceptado y la cadena sigue con
      *     el siguiente.
      * Cada paso se corre como programa aparte (el ejecutable de
      * cada fuente en el directorio de trabajo), porque todos
      * terminan con STOP RUN.
      * CIERRE-RESUMEN.TXT: una hoja con el estado de cada paso, la
      * corrida de CL09EJ01 del cierre (numero, fecha, registros,
      * rechazos, bruto, neto, balanceo) y el lugar para la firma
      * del supervisor de turno.
      * Codigo de retorno: 00 cierre completo; si la cadena se
      * frena, el codigo del paso que fallo (04 si lo freno un
      * control de este programa).
      *
      * Modificaciones:
      * 15/10/2026 GR - Pedir que se vuelva a correr desde la
      *                 liquidacion o antes con la corrida del cierre
      *                 vigente se rechaza con 04: hay que anularla
      *                 primero con CL09EJ09.
      * 15/10/2026 GR - Con la liquidacion en curso, si CL09EJ01 llego
      *                 a grabar una corrida mensual del periodo, la
      *                 cadena se frena con 04 para verificarla en vez
      *                 de relanzarla.
      * 15/10/2026 GR - El control de la declaracion valida el periodo
      *                 de DECLARA-PARAM.TXT como CL09EJ08: uno invalido
      *                 se reemplaza por el mes de la fecha.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ18.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETROS
           ASSIGN TO 'CIERRE-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

       SELECT ESTADO
           ASSIGN TO 'CIERRE-ESTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ESTADO.

      * Mismo archivo y layout que graba CL09EJ01 (cabecera 'C') y
      * CL09EJ09 (anulacion 'X').
       SELECT CONTROL-CORRIDAS
           ASSIGN TO 'CONTROL-CORRIDAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONTROL.

      * Parametro de CL09EJ08, solo para controlar el periodo.
       SELECT DECLARA-PARAM
           ASSIGN TO 'DECLARA-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DECLARA-PARAM.

       SELECT RESUMEN
           ASSIGN TO 'CIERRE-RESUMEN.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
          05 CPA-PERIODO                    PIC 9(6).
          05 CPA-PERIODO-X REDEFINES CPA-PERIODO
                                            PIC X(6).
          05 CPA-DESDE-PASO                 PIC 9(1).
          05 CPA-DESDE-PASO-X REDEFINES CPA-DESDE-PASO
                                            PIC X(1).
          05 CPA-ACEPTAR                    PIC X(1).

      * Un registro por inicio ('E') y por fin de cada paso.
       FD ESTADO.
       01 REG-ESTADO.
          05 EST-PERIODO                    PIC 9(6).
          05 EST-PASO                       PIC 9(1).
          05 EST-PROGRAMA                   PIC X(8).
          05 EST-SITUACION                  PIC X(1).
             88 EST-SITUACION-EN-CURSO      VALUE 'E'.
             88 EST-SITUACION-TERMINADO     VALUE 'F'.
             88 EST-SITUACION-ACEPTADO      VALUE 'A'.
             88 EST-SITUACION-ERROR         VALUE 'X'.
          05 EST-FECHA-INICIO               PIC 9(8).
          05 EST-HORA-INICIO                PIC 9(6).
          05 EST-FECHA-FIN                  PIC 9(8).
          05 EST-HORA-FIN                   PIC 9(6).
          05 EST-RC                         PIC 9(3).
          05 EST-NRO-CORRIDA                PIC 9(5).
          05 EST-MOTIVO                     PIC X(40).

       FD CONTROL-CORRIDAS.
       01 REG-CONTROL                       PIC X(110).

       FD DECLARA-PARAM.
       01 REG-DECLARA-PARAM.
          05 DPA-PERIODO                    PIC 9(6).

       FD RESUMEN.
       01 REG-RESUMEN                       PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                   PIC X(2).
             88 FS-PARAMETROS-OK             VALUE '00'.
             88 FS-PARAMETROS-NFD            VALUE '35'.
          05 FS-ESTADO                       PIC X(2).
             88 FS-ESTADO-OK                 VALUE '00'.
             88 FS-ESTADO-NFD                VALUE '35'.
          05 FS-CONTROL                      PIC X(2).
             88 FS-CONTROL-OK                VALUE '00'.
             88 FS-CONTROL-NFD               VALUE '35'.
          05 FS-DECLARA-PARAM                PIC X(2).
             88 FS-DECLARA-PARAM-OK          VALUE '00'.
             88 FS-DECLARA-PARAM-NFD         VALUE '35'.
          05 FS-RESUMEN                      PIC X(2).
             88 FS-RESUMEN-OK                VALUE '00'.

       01 WS-RC-CIERRE                       PIC 9(3) VALUE 0.

       01 WS-ESTADO-EOF                      PIC X(1) VALUE 'N'.
          88 WS-ESTADO-EOF-YES               VALUE 'Y'.
       01 WS-CONTROL-EOF                     PIC X(1) VALUE 'N'.
          88 WS-CONTROL-EOF-YES              VALUE 'Y'.

       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                      PIC 9(4).
          05 WS-FH-MES                       PIC 9(2).
          05 WS-FH-DIA                       PIC 9(2).
       01 WS-FECHA-HOY-NUM REDEFINES WS-FECHA-HOY
                                             PIC 9(8).

       01 WS-HORA-HOY.
          05 WS-HH-HHMMSS                    PIC 9(6).
          05 FILLER                          PIC X(2).

       01 WS-PERIODO                         PIC 9(6) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
          05 WS-PER-ANIO                     PIC 9(4).
          05 WS-PER-MES                      PIC 9(2).

       01 WS-PARM-DESDE-PASO                 PIC 9(1) VALUE 0.
       01 WS-PARM-ACEPTAR                    PIC X(1) VALUE 'N'.
          88 WS-PARM-ACEPTAR-SI              VALUE 'S'.

      * Pasos de la cadena: programa, comando que lo ejecuta,
      * descripcion y codigo de retorno que el operador puede
      * aceptar despues de revisarlo (00 = ninguno).
       01 WS-PASOS-VALORES.
          05 FILLER                          PIC X(08) VALUE 'CL09EJ03'.
          05 FILLER                          PIC X(20)
             VALUE './CL09EJ03SN'.
          05 FILLER                          PIC X(30)
             VALUE 'MANTENIMIENTO DEL MAESTRO'.
          05 FILLER                          PIC 9(02) VALUE 00.
          05 FILLER                          PIC X(08) VALUE 'CL09EJ05'.
          05 FILLER                          PIC X(20)
             VALUE './CL09EJ05SN'.
          05 FILLER                          PIC X(30)
             VALUE 'CUENTAS BANCARIAS (CBU)'.
          05 FILLER                          PIC 9(02) VALUE 00.
          05 FILLER                          PIC X(08) VALUE 'CL09EJ01'.
          05 FILLER                          PIC X(20)
             VALUE './CL09EJ01SN'.
          05 FILLER                          PIC X(30)
             VALUE 'LIQUIDACION DE SUELDOS'.
          05 FILLER                          PIC 9(02) VALUE 00.
          05 FILLER                          PIC X(08) VALUE 'CL09EJ06'.
          05 FILLER                          PIC X(20)
             VALUE './CL09EJ06SN'.
          05 FILLER                          PIC X(30)
             VALUE 'RESPUESTA DEL BANCO'.
          05 FILLER                          PIC 9(02) VALUE 00.
          05 FILLER                          PIC X(08) VALUE 'CL09EJ07'.
          05 FILLER                          PIC X(20)
             VALUE './CL09EJ07SN'.
          05 FILLER                          PIC X(30)
             VALUE 'VERIFICACION DEL ACUMULADO'.
          05 FILLER                          PIC 9(02) VALUE 04.
          05 FILLER                          PIC X(08) VALUE 'CL09EJ08'.
          05 FILLER                          PIC X(20)
             VALUE './CL09EJ08SN'.
          05 FILLER                          PIC X(30)
             VALUE 'DECLARACION DE CARGAS SOCIALES'.
          05 FILLER                          PIC 9(02) VALUE 04.
       01 WS-PASOS-TABLA REDEFINES WS-PASOS-VALORES.
          05 WS-PAS-DEF OCCURS 6 TIMES.
             10 WS-PAS-PROGRAMA              PIC X(8).
             10 WS-PAS-COMANDO               PIC X(20).
             10 WS-PAS-DESC                  PIC X(30).
             10 WS-PAS-RC-ACEPTABLE          PIC 9(2).

      * Paso de la liquidacion (su corrida se ata al cierre) y de la
      * declaracion (se controla su periodo antes de correrla).
       01 WS-PASO-LIQUIDACION                PIC 9(1) VALUE 3.
       01 WS-PASO-DECLARACION                PIC 9(1) VALUE 6.
       01 WS-PASOS-CANT                      PIC 9(1) VALUE 6.

      * Estado de cada paso en el periodo del cierre (el ultimo
      * registro de CIERRE-ESTADO.TXT, o lo hecho en esta ejecucion).
       01 WS-TABLA-ESTADO.
          05 WS-EST OCCURS 6 TIMES.
             10 WS-EST-SITUACION             PIC X(1).
                88 WS-EST-PENDIENTE          VALUE SPACE.
                88 WS-EST-EN-CURSO           VALUE 'E'.
                88 WS-EST-TERMINADO          VALUE 'F'.
                88 WS-EST-ACEPTADO           VALUE 'A'.
                88 WS-EST-ERROR              VALUE 'X'.
             10 WS-EST-FECHA-INICIO          PIC 9(8).
             10 WS-EST-HORA-INICIO           PIC 9(6).
             10 WS-EST-FECHA-FIN             PIC 9(8).
             10 WS-EST-HORA-FIN              PIC 9(6).
             10 WS-EST-RC                    PIC 9(3).
             10 WS-EST-NRO-CORRIDA           PIC 9(5).
             10 WS-EST-MOTIVO                PIC X(40).

       01 WS-PASO-IDX                        PIC 9(2) VALUE 0.
       01 WS-PASO-INICIAL                    PIC 9(2) VALUE 0.
       01 WS-PASO-FRENO                      PIC 9(2) VALUE 0.

       01 WS-CADENA                          PIC X(1) VALUE 'S'.
          88 WS-CADENA-SIGUE                 VALUE 'S'.
          88 WS-CADENA-FRENADA               VALUE 'N'.

       01 WS-RC-PASO                         PIC 9(3) VALUE 0.
       01 WS-RC-SISTEMA                      PIC 9(9) VALUE 0.
       01 WS-COMANDO                         PIC X(20) VALUE SPACES.
       01 WS-PERIODO-DECLARA                 PIC 9(6) VALUE 0.
       01 WS-PERIODO-DECLARA-R REDEFINES WS-PERIODO-DECLARA.
          05 WS-PDE-ANIO                     PIC 9(4).
          05 WS-PDE-MES                      PIC 9(2).

      * Lectura de CONTROL-CORRIDAS.TXT: el numero de corrida mas
      * alto antes de lanzar CL09EJ01, la cabecera de la corrida
      * buscada (cero = la ultima) y si tiene anulacion.
       01 WS-CTL-MAX-NRO                     PIC 9(5) VALUE 0.
       01 WS-CTL-NRO-ANTES                   PIC 9(5) VALUE 0.
       01 WS-CTL-NRO-BUSCADO                 PIC 9(5) VALUE 0.
       01 WS-CTL-HALLADA                     PIC X(1) VALUE 'N'.
          88 WS-CTL-HALLADA-SI               VALUE 'S'.
          88 WS-CTL-HALLADA-NO               VALUE 'N'.
       01 WS-CTL-ANULADA                     PIC X(1) VALUE 'N'.
          88 WS-CTL-ANULADA-SI               VALUE 'S'.
          88 WS-CTL-ANULADA-NO               VALUE 'N'.

       01 WS-CTL-REGISTRO                    PIC X(110) VALUE SPACES.
       01 WS-CTL-CLAVE REDEFINES WS-CTL-REGISTRO.
          05 WS-CTL-TIPO                     PIC X(1).
          05 WS-CTL-NRO                      PIC 9(5).
          05 WS-CTL-FECHA                    PIC 9(8).
          05 WS-CTL-HORA                     PIC 9(6).
          05 FILLER                          PIC X(45).
          05 WS-CTL-MODO                     PIC X(1).
          05 WS-CTL-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(38).

      * Busqueda de una corrida mensual del periodo grabada desde el
      * inicio del paso de liquidacion que quedo en curso (fecha y
      * hora AAAAMMDDHHMMSS; cero = no se busca).
       01 WS-CTL-DESDE                       PIC 9(14) VALUE 0.
       01 WS-CTL-FH-LEIDA                    PIC 9(14) VALUE 0.
       01 WS-CTL-NRO-EN-CURSO                PIC 9(5) VALUE 0.

      * Cabecera 'C' de la corrida (mismo layout que CL09EJ01).
       01 WS-COR-REGISTRO                    PIC X(110) VALUE SPACES.
       01 WS-COR-CABECERA REDEFINES WS-COR-REGISTRO.
          05 WS-COR-TIPO                     PIC X(1).
          05 WS-COR-NRO                      PIC 9(5).
          05 WS-COR-FECHA                    PIC 9(8).
          05 WS-COR-HORA                     PIC 9(6).
          05 WS-COR-CANT-REG                 PIC 9(7).
          05 WS-COR-RECHAZOS                 PIC 9(5).
          05 WS-COR-FUERA-RANGO              PIC 9(5).
          05 WS-COR-BRUTO                    PIC 9(11)V9(2).
          05 WS-COR-NETO                     PIC 9(11)V9(2).
          05 WS-COR-BALANCEADO               PIC X(1).
          05 WS-COR-REINICIO                 PIC X(1).
          05 WS-COR-MODO                     PIC X(1).
          05 WS-COR-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(38).

      * Fecha y hora para las lineas del resumen.
       01 WS-FECHA-EDIT                      PIC 9(8) VALUE 0.
       01 WS-FECHA-EDIT-R REDEFINES WS-FECHA-EDIT.
          05 WS-FE-ANIO                      PIC 9(4).
          05 WS-FE-MES                       PIC 9(2).
          05 WS-FE-DIA                       PIC 9(2).
       01 WS-HORA-EDIT                       PIC 9(6) VALUE 0.
       01 WS-HORA-EDIT-R REDEFINES WS-HORA-EDIT.
          05 WS-HE-HH                        PIC 9(2).
          05 WS-HE-MM                        PIC 9(2).
          05 WS-HE-SS                        PIC 9(2).
       01 WS-FECHA-HORA-TXT.
          05 WS-FHT-DIA                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-FHT-MES                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-FHT-ANIO                     PIC 9(4).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-FHT-HH                       PIC 9(2).
          05 FILLER                          PIC X(01) VALUE ':'.
          05 WS-FHT-MM                       PIC 9(2).
          05 FILLER                          PIC X(01) VALUE ':'.
          05 WS-FHT-SS                       PIC 9(2).

      * Lineas del resumen del cierre.
       01 WS-RES-TITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(32)
             VALUE 'RESUMEN DEL CIERRE MENSUAL - PER'.
          05 FILLER                          PIC X(05) VALUE 'IODO '.
          05 WS-RTI-MES                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-RTI-ANIO                     PIC 9(4).
          05 FILLER                          PIC X(11)
             VALUE '  EMITIDO: '.
          05 WS-RTI-EMITIDO                  PIC X(19).

       01 WS-RES-ENCABEZADO.
          05 FILLER                          PIC X(06) VALUE ' PASO '.
          05 FILLER                          PIC X(10)
             VALUE 'PROGRAMA  '.
          05 FILLER                          PIC X(31)
             VALUE 'DESCRIPCION'.
          05 FILLER                          PIC X(23)
             VALUE 'SITUACION'.
          05 FILLER                          PIC X(20)
             VALUE 'INICIO'.
          05 FILLER                          PIC X(20)
             VALUE 'FIN'.
          05 FILLER                          PIC X(04) VALUE ' RC '.

       01 WS-RES-PASO.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-RPA-PASO                     PIC 9(1).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RPA-PROGRAMA                 PIC X(8).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-RPA-DESC                     PIC X(30).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RPA-SITUACION                PIC X(22).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RPA-INICIO                   PIC X(19).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RPA-FIN                      PIC X(19).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RPA-RC                       PIC ZZ9.
          05 WS-RPA-RC-X REDEFINES WS-RPA-RC PIC X(3).

       01 WS-RES-MOTIVO.
          05 FILLER                          PIC X(14) VALUE SPACES.
          05 FILLER                          PIC X(08) VALUE 'MOTIVO: '.
          05 WS-RMO-MOTIVO                   PIC X(40).

       01 WS-RES-CORRIDA-1.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(30)
             VALUE 'LIQUIDACION CL09EJ01 - CORRIDA'.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RC1-NRO                      PIC 9(5).
          05 FILLER                          PIC X(11)
             VALUE '  DEL DIA: '.
          05 WS-RC1-FECHA                    PIC X(19).
          05 FILLER                          PIC X(10)
             VALUE '  PERIODO '.
          05 WS-RC1-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-RC1-OBSERVACION              PIC X(30).

       01 WS-RES-CORRIDA-2.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(12)
             VALUE 'REGISTROS: '.
          05 WS-RC2-CANT-REG                 PIC Z.ZZZ.ZZ9.
          05 FILLER                          PIC X(13)
             VALUE '  RECHAZOS: '.
          05 WS-RC2-RECHAZOS                 PIC ZZ.ZZ9.
          05 FILLER                          PIC X(10)
             VALUE '  BRUTO: '.
          05 WS-RC2-BRUTO                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(09)
             VALUE '  NETO: '.
          05 WS-RC2-NETO                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(16)
             VALUE '  BALANCEADO: '.
          05 WS-RC2-BALANCEADO               PIC X(1).

       01 WS-RES-SIN-CORRIDA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE 'LIQUIDACION CL09EJ01 - SIN CORRIDA DEL C'.
          05 FILLER                          PIC X(06) VALUE 'IERRE'.

       01 WS-RES-RESULTADO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RRE-TEXTO                    PIC X(100).

       01 WS-RES-FIRMA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(31)
             VALUE 'CONFORME SUPERVISOR DE TURNO: '.
          05 FILLER                          PIC X(30)
             VALUE ALL '_'.
          05 FILLER                          PIC X(11)
             VALUE '   FECHA: '.
          05 FILLER                          PIC X(12)
             VALUE ALL '_'.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.

           PERFORM 1000-LEER-PARAMETROS
              THRU 1000-LEER-PARAMETROS-EXIT.

           PERFORM 1100-CARGAR-ESTADO
              THRU 1100-CARGAR-ESTADO-EXIT.

           PERFORM 1300-DETERMINAR-INICIO
              THRU 1300-DETERMINAR-INICIO-EXIT.

           EVALUATE TRUE
               WHEN WS-CADENA-FRENADA
                    CONTINUE
               WHEN WS-PASO-INICIAL > WS-PASOS-CANT
                    DISPLAY 'EL CIERRE DEL PERIODO ' WS-PERIODO
                       ' YA ESTA COMPLETO - SOLO SE EMITE EL RESUMEN'
               WHEN OTHER
                    DISPLAY 'CIERRE DEL PERIODO ' WS-PERIODO
                       ': COMIENZA EN EL PASO ' WS-PASO-INICIAL ' ('
                       WS-PAS-PROGRAMA(WS-PASO-INICIAL) ')'
                    PERFORM 2000-EJECUTAR-PASO
                       THRU 2000-EJECUTAR-PASO-EXIT
                      VARYING WS-PASO-IDX FROM WS-PASO-INICIAL BY 1
                        UNTIL WS-PASO-IDX > WS-PASOS-CANT
                           OR WS-CADENA-FRENADA
           END-EVALUATE.

           PERFORM 3000-EMITIR-RESUMEN
              THRU 3000-EMITIR-RESUMEN-EXIT.

           MOVE WS-RC-CIERRE                    TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    CIERRE-PARAM.TXT es opcional; sin el, o con el periodo en
      *    blanco, el cierre es el del mes de la fecha de corrida.
       1000-LEER-PARAMETROS.

           MOVE WS-FH-ANIO                      TO WS-PER-ANIO.
           MOVE WS-FH-MES                       TO WS-PER-MES.

           OPEN INPUT PARAMETROS.

           IF NOT FS-PARAMETROS-OK
              GO TO 1000-LEER-PARAMETROS-EXIT
           END-IF.

           READ PARAMETROS
              AT END
                 CLOSE PARAMETROS
                 GO TO 1000-LEER-PARAMETROS-EXIT
           END-READ.

           IF CPA-PERIODO-X NOT = SPACES
              IF CPA-PERIODO NUMERIC
                 AND CPA-PERIODO(1:4) >= '2000'
                 AND CPA-PERIODO(1:4) <= '2099'
                 AND CPA-PERIODO(5:2) >= '01'
                 AND CPA-PERIODO(5:2) <= '12'
                 MOVE CPA-PERIODO               TO WS-PERIODO
              ELSE
                 DISPLAY 'ATENCION: PERIODO INVALIDO EN '
                    'CIERRE-PARAM.TXT (' CPA-PERIODO-X
                    ') - SE USA EL MES DE LA FECHA DE CORRIDA'
              END-IF
           END-IF.

           IF CPA-DESDE-PASO-X NOT = SPACE
              IF CPA-DESDE-PASO NUMERIC
                 AND CPA-DESDE-PASO >= 1
                 AND CPA-DESDE-PASO <= WS-PASOS-CANT
                 MOVE CPA-DESDE-PASO            TO WS-PARM-DESDE-PASO
              ELSE
                 DISPLAY 'ATENCION: PASO INVALIDO EN CIERRE-PARAM.TXT ('
                    CPA-DESDE-PASO-X ') - SE SIGUE DONDE QUEDO'
              END-IF
           END-IF.

           IF CPA-ACEPTAR = 'S'
              SET WS-PARM-ACEPTAR-SI            TO TRUE
           END-IF.

           CLOSE PARAMETROS.

       1000-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Estado de cada paso en el periodo: el ultimo registro de
      *    CIERRE-ESTADO.TXT de ese paso; sin el archivo (primer
      *    cierre) todos los pasos estan pendientes.
       1100-CARGAR-ESTADO.

           MOVE SPACES                          TO WS-TABLA-ESTADO.

           PERFORM 1150-LIMPIAR-PASO
              THRU 1150-LIMPIAR-PASO-EXIT
             VARYING WS-PASO-IDX FROM 1 BY 1
               UNTIL WS-PASO-IDX > WS-PASOS-CANT.

           OPEN INPUT ESTADO.

           IF NOT FS-ESTADO-OK
              IF NOT FS-ESTADO-NFD
                 DISPLAY 'ERROR AL ABRIR CIERRE-ESTADO.TXT: '
                    FS-ESTADO
                 MOVE 04                        TO RETURN-CODE
                 STOP RUN
              END-IF
              GO TO 1100-CARGAR-ESTADO-EXIT
           END-IF.

           PERFORM 1200-LEER-ESTADO
              THRU 1200-LEER-ESTADO-EXIT
             UNTIL WS-ESTADO-EOF-YES.

           CLOSE ESTADO.

       1100-CARGAR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1150-LIMPIAR-PASO.

           MOVE SPACE                  TO WS-EST-SITUACION(WS-PASO-IDX).
           MOVE 0                   TO WS-EST-FECHA-INICIO(WS-PASO-IDX).
           MOVE 0                    TO WS-EST-HORA-INICIO(WS-PASO-IDX).
           MOVE 0                      TO WS-EST-FECHA-FIN(WS-PASO-IDX).
           MOVE 0                       TO WS-EST-HORA-FIN(WS-PASO-IDX).
           MOVE 0                            TO WS-EST-RC(WS-PASO-IDX).
           MOVE 0                    TO WS-EST-NRO-CORRIDA(WS-PASO-IDX).
           MOVE SPACES                    TO WS-EST-MOTIVO(WS-PASO-IDX).

       1150-LIMPIAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-LEER-ESTADO.

           READ ESTADO
              AT END
                 SET WS-ESTADO-EOF-YES          TO TRUE
                 GO TO 1200-LEER-ESTADO-EXIT
           END-READ.

           IF EST-PERIODO NOT = WS-PERIODO
              OR EST-PASO NOT NUMERIC
              OR EST-PASO < 1
              OR EST-PASO > WS-PASOS-CANT
              GO TO 1200-LEER-ESTADO-EXIT
           END-IF.

           MOVE EST-PASO                        TO WS-PASO-IDX.
           MOVE EST-SITUACION    TO WS-EST-SITUACION(WS-PASO-IDX).
           MOVE EST-FECHA-INICIO TO WS-EST-FECHA-INICIO(WS-PASO-IDX).
           MOVE EST-HORA-INICIO  TO WS-EST-HORA-INICIO(WS-PASO-IDX).
           MOVE EST-FECHA-FIN    TO WS-EST-FECHA-FIN(WS-PASO-IDX).
           MOVE EST-HORA-FIN     TO WS-EST-HORA-FIN(WS-PASO-IDX).
           MOVE EST-RC           TO WS-EST-RC(WS-PASO-IDX).
           MOVE EST-NRO-CORRIDA  TO WS-EST-NRO-CORRIDA(WS-PASO-IDX).
           MOVE EST-MOTIVO       TO WS-EST-MOTIVO(WS-PASO-IDX).

       1200-LEER-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Paso donde sigue la cadena: el pedido en CIERRE-PARAM.TXT,
      *    o el primero que no termino bien ni fue aceptado. Con la
      *    cadena frenada aca no se corre ningun paso.
       1300-DETERMINAR-INICIO.

      *    Una liquidacion del cierre anulada despues con CL09EJ09 ya
      *    no vale: la cadena vuelve a la liquidacion.
           IF WS-PARM-DESDE-PASO = 0
              AND WS-EST-TERMINADO(WS-PASO-LIQUIDACION)
              AND WS-EST-NRO-CORRIDA(WS-PASO-LIQUIDACION) > 0
              MOVE WS-EST-NRO-CORRIDA(WS-PASO-LIQUIDACION)
                                                TO WS-CTL-NRO-BUSCADO
              PERFORM 2400-LEER-CONTROL-CORRIDAS
                 THRU 2400-LEER-CONTROL-CORRIDAS-EXIT
              IF WS-CTL-ANULADA-SI
                 DISPLAY 'LA CORRIDA ' WS-CTL-NRO-BUSCADO
                    ' DEL CIERRE FUE ANULADA - SE VUELVE A LIQUIDAR'
                 MOVE WS-PASO-LIQUIDACION       TO WS-PARM-DESDE-PASO
              END-IF
           END-IF.

      *    Volver a correr la liquidacion (o un paso anterior) con la
      *    corrida del cierre todavia vigente la pagaria dos veces: se
      *    frena sin correr nada hasta que se anule con CL09EJ09. El
      *    motivo queda solo para el resumen; el estado grabado del
      *    paso no cambia.
           IF WS-PARM-DESDE-PASO > 0
              AND WS-PARM-DESDE-PASO NOT > WS-PASO-LIQUIDACION
              AND WS-EST-TERMINADO(WS-PASO-LIQUIDACION)
              AND WS-EST-NRO-CORRIDA(WS-PASO-LIQUIDACION) > 0
              MOVE WS-EST-NRO-CORRIDA(WS-PASO-LIQUIDACION)
                                                TO WS-CTL-NRO-BUSCADO
              PERFORM 2400-LEER-CONTROL-CORRIDAS
                 THRU 2400-LEER-CONTROL-CORRIDAS-EXIT
              IF WS-CTL-ANULADA-NO
                 DISPLAY 'LA CORRIDA ' WS-CTL-NRO-BUSCADO
                    ' DEL CIERRE SIGUE VIGENTE - ANULARLA CON '
                    'CL09EJ09 ANTES DE VOLVER A LIQUIDAR'
                 MOVE WS-PASO-LIQUIDACION       TO WS-PASO-IDX
                 MOVE SPACES            TO WS-EST-MOTIVO(WS-PASO-IDX)
                 STRING 'CORRIDA '              DELIMITED BY SIZE
                        WS-CTL-NRO-BUSCADO      DELIMITED BY SIZE
                        ' VIGENTE - ANULAR CL09EJ09'
                                                DELIMITED BY SIZE
                   INTO WS-EST-MOTIVO(WS-PASO-IDX)
                 END-STRING
                 SET WS-CADENA-FRENADA          TO TRUE
                 MOVE WS-PASO-LIQUIDACION       TO WS-PASO-FRENO
                 MOVE 04                        TO WS-RC-CIERRE
                 GO TO 1300-DETERMINAR-INICIO-EXIT
              END-IF
           END-IF.

           IF WS-PARM-DESDE-PASO > 0
              MOVE WS-PARM-DESDE-PASO           TO WS-PASO-INICIAL
              PERFORM 1150-LIMPIAR-PASO
                 THRU 1150-LIMPIAR-PASO-EXIT
                VARYING WS-PASO-IDX FROM WS-PARM-DESDE-PASO BY 1
                  UNTIL WS-PASO-IDX > WS-PASOS-CANT
              GO TO 1300-DETERMINAR-INICIO-EXIT
           END-IF.

           MOVE 1                               TO WS-PASO-INICIAL.

           PERFORM 1350-SALTEAR-TERMINADO
              THRU 1350-SALTEAR-TERMINADO-EXIT
             UNTIL WS-PASO-INICIAL > WS-PASOS-CANT
                OR (NOT WS-EST-TERMINADO(WS-PASO-INICIAL)
                    AND NOT WS-EST-ACEPTADO(WS-PASO-INICIAL)).

           IF WS-PASO-INICIAL > WS-PASOS-CANT
              GO TO 1300-DETERMINAR-INICIO-EXIT
           END-IF.

           IF WS-PASO-INICIAL = WS-PASO-LIQUIDACION
              AND WS-EST-EN-CURSO(WS-PASO-LIQUIDACION)
              PERFORM 1360-BUSCAR-CORRIDA-CORTADA
                 THRU 1360-BUSCAR-CORRIDA-CORTADA-EXIT
              IF WS-CADENA-FRENADA
                 GO TO 1300-DETERMINAR-INICIO-EXIT
              END-IF
           END-IF.

           IF WS-EST-EN-CURSO(WS-PASO-INICIAL)
              DISPLAY 'ATENCION: EL PASO ' WS-PASO-INICIAL ' ('
                 WS-PAS-PROGRAMA(WS-PASO-INICIAL) ') QUEDO EN CURSO'
                 ' EN LA EJECUCION ANTERIOR - SE VUELVE A CORRER'
           END-IF.

      *    El 04 revisado de la verificacion o de la declaracion se
      *    puede aceptar; cualquier otro codigo se vuelve a correr.
           IF WS-PARM-ACEPTAR-SI
              AND WS-EST-ERROR(WS-PASO-INICIAL)
              IF WS-EST-RC(WS-PASO-INICIAL) > 0
                 AND WS-EST-RC(WS-PASO-INICIAL) <=
                     WS-PAS-RC-ACEPTABLE(WS-PASO-INICIAL)
                 MOVE WS-PASO-INICIAL           TO WS-PASO-IDX
                 SET WS-EST-ACEPTADO(WS-PASO-IDX)
                                                TO TRUE
                 MOVE 'CODIGO DE RETORNO ACEPTADO POR OPERADOR'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
                 PERFORM 2900-GRABAR-ESTADO
                    THRU 2900-GRABAR-ESTADO-EXIT
                 DISPLAY 'PASO ' WS-PASO-IDX ' ('
                    WS-PAS-PROGRAMA(WS-PASO-IDX) ') ACEPTADO CON RC '
                    WS-EST-RC(WS-PASO-IDX)
                 ADD 1                          TO WS-PASO-INICIAL
              ELSE
                 DISPLAY 'ATENCION: EL RC ' WS-EST-RC(WS-PASO-INICIAL)
                    ' DEL PASO ' WS-PASO-INICIAL ' NO SE PUEDE ACEPTAR'
                    ' - SE VUELVE A CORRER'
              END-IF
           END-IF.

       1300-DETERMINAR-INICIO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1350-SALTEAR-TERMINADO.

           ADD 1                                TO WS-PASO-INICIAL.

       1350-SALTEAR-TERMINADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    La liquidacion quedo en curso: si la ejecucion se corto con
      *    CL09EJ01 ya terminado, su cabecera 'C' (mensual, del
      *    periodo, grabada despues del inicio del paso) esta en
      *    CONTROL-CORRIDAS.TXT y relanzarlo pagaria dos veces el mes.
      *    Como tambien la corrida abortada graba su cabecera, no se
      *    da el paso por terminado: se frena con 04 para verificarla.
      *    Si pago, se anula con CL09EJ09 y se relanza; si aborto, se
      *    fuerza el paso en CIERRE-PARAM.TXT. Una corrida ya anulada
      *    no frena nada.
       1360-BUSCAR-CORRIDA-CORTADA.

           COMPUTE WS-CTL-DESDE =
              WS-EST-FECHA-INICIO(WS-PASO-LIQUIDACION) * 1000000
              + WS-EST-HORA-INICIO(WS-PASO-LIQUIDACION).
           MOVE 0                               TO WS-CTL-NRO-BUSCADO.

           PERFORM 2400-LEER-CONTROL-CORRIDAS
              THRU 2400-LEER-CONTROL-CORRIDAS-EXIT.

           MOVE 0                               TO WS-CTL-DESDE.

           IF WS-CTL-NRO-EN-CURSO = 0
              GO TO 1360-BUSCAR-CORRIDA-CORTADA-EXIT
           END-IF.

           MOVE WS-CTL-NRO-EN-CURSO             TO WS-CTL-NRO-BUSCADO.

           PERFORM 2400-LEER-CONTROL-CORRIDAS
              THRU 2400-LEER-CONTROL-CORRIDAS-EXIT.

           IF WS-CTL-ANULADA-SI
              DISPLAY 'LA CORRIDA ' WS-CTL-NRO-BUSCADO
                 ' DEL PASO EN CURSO FUE ANULADA - SE VUELVE A LIQUIDAR'
              GO TO 1360-BUSCAR-CORRIDA-CORTADA-EXIT
           END-IF.

           DISPLAY 'LA CORRIDA ' WS-CTL-NRO-BUSCADO ' DEL PERIODO SE '
              'GRABO DESPUES DE LANZAR LA LIQUIDACION, QUE NO REGISTRO '
              'SU FIN'.
           DISPLAY 'VERIFICARLA: SI PAGO, ANULARLA CON CL09EJ09; SI '
              'ABORTO, FORZAR EL PASO ' WS-PASO-LIQUIDACION
              ' EN CIERRE-PARAM.TXT'.

           MOVE WS-PASO-LIQUIDACION             TO WS-PASO-IDX.
           MOVE WS-CTL-NRO-BUSCADO
                                  TO WS-EST-NRO-CORRIDA(WS-PASO-IDX).
           MOVE SPACES            TO WS-EST-MOTIVO(WS-PASO-IDX).
           STRING 'VERIFICAR LA CORRIDA '       DELIMITED BY SIZE
                  WS-CTL-NRO-BUSCADO            DELIMITED BY SIZE
                  ' (CORTADA)'                  DELIMITED BY SIZE
             INTO WS-EST-MOTIVO(WS-PASO-IDX)
           END-STRING.
           SET WS-CADENA-FRENADA                TO TRUE.
           MOVE WS-PASO-LIQUIDACION             TO WS-PASO-FRENO.
           MOVE 04                              TO WS-RC-CIERRE.

       1360-BUSCAR-CORRIDA-CORTADA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Un paso de la cadena: controles previos, registro de
      *    inicio, ejecucion, controles posteriores y registro de
      *    fin; cualquier falla frena la cadena.
       2000-EJECUTAR-PASO.

           PERFORM 1150-LIMPIAR-PASO
              THRU 1150-LIMPIAR-PASO-EXIT.

           IF WS-PASO-IDX = WS-PASO-DECLARACION
              PERFORM 2100-CONTROLAR-DECLARACION
                 THRU 2100-CONTROLAR-DECLARACION-EXIT
              IF WS-CADENA-FRENADA
                 GO TO 2000-EJECUTAR-PASO-EXIT
              END-IF
           END-IF.

           IF WS-PASO-IDX = WS-PASO-LIQUIDACION
              MOVE 0                            TO WS-CTL-NRO-BUSCADO
              PERFORM 2400-LEER-CONTROL-CORRIDAS
                 THRU 2400-LEER-CONTROL-CORRIDAS-EXIT
              MOVE WS-CTL-MAX-NRO               TO WS-CTL-NRO-ANTES
           END-IF.

           ACCEPT WS-HORA-HOY                   FROM TIME.
           SET WS-EST-EN-CURSO(WS-PASO-IDX)     TO TRUE.
           MOVE WS-FECHA-HOY-NUM
                                  TO WS-EST-FECHA-INICIO(WS-PASO-IDX).
           MOVE WS-HH-HHMMSS       TO WS-EST-HORA-INICIO(WS-PASO-IDX).

           PERFORM 2900-GRABAR-ESTADO
              THRU 2900-GRABAR-ESTADO-EXIT.

           DISPLAY 'PASO ' WS-PASO-IDX ': ' WS-PAS-PROGRAMA(WS-PASO-IDX)
              ' ' WS-PAS-DESC(WS-PASO-IDX).

           MOVE WS-PAS-COMANDO(WS-PASO-IDX)     TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.

      *    SYSTEM devuelve el estado de terminacion del proceso, con
      *    el codigo de retorno del programa en el byte alto.
           MOVE RETURN-CODE                     TO WS-RC-SISTEMA.
           MOVE 0                               TO RETURN-CODE.
           IF WS-RC-SISTEMA > 255
              DIVIDE 256 INTO WS-RC-SISTEMA
           END-IF.
           MOVE WS-RC-SISTEMA                   TO WS-RC-PASO.

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY                   FROM TIME.
           MOVE WS-FECHA-HOY-NUM  TO WS-EST-FECHA-FIN(WS-PASO-IDX).
           MOVE WS-HH-HHMMSS      TO WS-EST-HORA-FIN(WS-PASO-IDX).
           MOVE WS-RC-PASO        TO WS-EST-RC(WS-PASO-IDX).

           IF WS-RC-PASO = 0
              SET WS-EST-TERMINADO(WS-PASO-IDX) TO TRUE
           ELSE
              SET WS-EST-ERROR(WS-PASO-IDX)     TO TRUE
              PERFORM 2200-MOTIVO-RC
                 THRU 2200-MOTIVO-RC-EXIT
           END-IF.

           IF WS-PASO-IDX = WS-PASO-LIQUIDACION
              PERFORM 2300-CONTROLAR-LIQUIDACION
                 THRU 2300-CONTROLAR-LIQUIDACION-EXIT
           END-IF.

           PERFORM 2900-GRABAR-ESTADO
              THRU 2900-GRABAR-ESTADO-EXIT.

           IF WS-EST-ERROR(WS-PASO-IDX)
              PERFORM 2950-FRENAR-CADENA
                 THRU 2950-FRENAR-CADENA-EXIT
           ELSE
              DISPLAY 'PASO ' WS-PASO-IDX ' TERMINADO - RC '
                 WS-RC-PASO
           END-IF.

       2000-EJECUTAR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CL09EJ08 declara el periodo de DECLARA-PARAM.TXT o, sin el
      *    archivo o con un periodo invalido (mes fuera de 01-12, anio
      *    fuera de 2000-2099), el mes de la fecha: tiene que ser el
      *    del cierre.
       2100-CONTROLAR-DECLARACION.

           MOVE 0                               TO WS-PERIODO-DECLARA.

           OPEN INPUT DECLARA-PARAM.

           IF FS-DECLARA-PARAM-OK
              READ DECLARA-PARAM
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DPA-PERIODO NUMERIC
                       AND DPA-PERIODO > 0
                       MOVE DPA-PERIODO         TO WS-PERIODO-DECLARA
                       IF WS-PDE-MES < 01
                          OR WS-PDE-MES > 12
                          OR WS-PDE-ANIO < 2000
                          OR WS-PDE-ANIO > 2099
                          MOVE 0                TO WS-PERIODO-DECLARA
                       END-IF
                    END-IF
              END-READ
              CLOSE DECLARA-PARAM
           END-IF.

           IF WS-PERIODO-DECLARA = 0
              COMPUTE WS-PERIODO-DECLARA = WS-FH-ANIO * 100 + WS-FH-MES
           END-IF.

           IF WS-PERIODO-DECLARA = WS-PERIODO
              GO TO 2100-CONTROLAR-DECLARACION-EXIT
           END-IF.

           ACCEPT WS-HORA-HOY                   FROM TIME.
           SET WS-EST-ERROR(WS-PASO-IDX)        TO TRUE.
           MOVE WS-FECHA-HOY-NUM
                                  TO WS-EST-FECHA-INICIO(WS-PASO-IDX).
           MOVE WS-HH-HHMMSS       TO WS-EST-HORA-INICIO(WS-PASO-IDX).
           MOVE WS-FECHA-HOY-NUM  TO WS-EST-FECHA-FIN(WS-PASO-IDX).
           MOVE WS-HH-HHMMSS      TO WS-EST-HORA-FIN(WS-PASO-IDX).
           MOVE SPACES            TO WS-EST-MOTIVO(WS-PASO-IDX).
           STRING 'DECLARA-PARAM.TXT ES DEL PERIODO '
                                                DELIMITED BY SIZE
                  WS-PERIODO-DECLARA            DELIMITED BY SIZE
             INTO WS-EST-MOTIVO(WS-PASO-IDX)
           END-STRING.

           PERFORM 2900-GRABAR-ESTADO
              THRU 2900-GRABAR-ESTADO-EXIT.

           PERFORM 2950-FRENAR-CADENA
              THRU 2950-FRENAR-CADENA-EXIT.

       2100-CONTROLAR-DECLARACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Motivo del codigo de retorno de un paso, con el criterio de
      *    cada programa.
       2200-MOTIVO-RC.

           IF WS-PASO-IDX = WS-PASO-LIQUIDACION
              EVALUATE WS-RC-PASO
                  WHEN 12
                       MOVE 'TRAILER DESBALANCEADO CONTRA LO LEIDO'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
                  WHEN 10
                       MOVE 'FALTA EL REGISTRO TRAILER DE CONTROL'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
                  WHEN 08
                       MOVE 'RECHAZOS POR ENCIMA DE LA TOLERANCIA'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
                  WHEN 06
                       MOVE 'VARIACIONES POR ENCIMA DE LA TOLERANCIA'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
                  WHEN 04
                       MOVE 'DESBORDE DE LA LISTA DE SUCURSALES'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
                  WHEN OTHER
                       MOVE 'CODIGO DE RETORNO NO PREVISTO'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
              END-EVALUATE
              GO TO 2200-MOTIVO-RC-EXIT
           END-IF.

           IF WS-RC-PASO = 04
              AND WS-PAS-RC-ACEPTABLE(WS-PASO-IDX) = 04
              MOVE 'OBSERVACIONES - REVISAR SU INFORME'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
           ELSE
              MOVE 'CODIGO DE RETORNO NO PREVISTO'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
           END-IF.

       2200-MOTIVO-RC-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    La corrida que acaba de grabar CL09EJ01 es la cabecera 'C'
      *    de numero mayor al que habia antes de lanzarla (tambien la
      *    abortada graba la suya); tiene que ser una liquidacion
      *    mensual del periodo del cierre.
       2300-CONTROLAR-LIQUIDACION.

           MOVE 0                               TO WS-CTL-NRO-BUSCADO.

           PERFORM 2400-LEER-CONTROL-CORRIDAS
              THRU 2400-LEER-CONTROL-CORRIDAS-EXIT.

           IF WS-CTL-HALLADA-NO
              OR WS-CTL-MAX-NRO NOT > WS-CTL-NRO-ANTES
              IF WS-EST-TERMINADO(WS-PASO-IDX)
                 SET WS-EST-ERROR(WS-PASO-IDX)  TO TRUE
                 MOVE 'SIN REGISTRO EN CONTROL-CORRIDAS.TXT'
                                         TO WS-EST-MOTIVO(WS-PASO-IDX)
              END-IF
              GO TO 2300-CONTROLAR-LIQUIDACION-EXIT
           END-IF.

           MOVE WS-COR-NRO        TO WS-EST-NRO-CORRIDA(WS-PASO-IDX).

           IF WS-EST-ERROR(WS-PASO-IDX)
              GO TO 2300-CONTROLAR-LIQUIDACION-EXIT
           END-IF.

           IF WS-COR-PERIODO NOT = WS-PERIODO
              SET WS-EST-ERROR(WS-PASO-IDX)     TO TRUE
              MOVE SPACES            TO WS-EST-MOTIVO(WS-PASO-IDX)
              STRING 'LA CORRIDA LIQUIDO EL PERIODO '
                                                DELIMITED BY SIZE
                     WS-COR-PERIODO             DELIMITED BY SIZE
                INTO WS-EST-MOTIVO(WS-PASO-IDX)
              END-STRING
              GO TO 2300-CONTROLAR-LIQUIDACION-EXIT
           END-IF.

           IF WS-COR-MODO NOT = SPACE
              SET WS-EST-ERROR(WS-PASO-IDX)     TO TRUE
              MOVE SPACES            TO WS-EST-MOTIVO(WS-PASO-IDX)
              STRING 'LA CORRIDA NO ES MENSUAL (MODO '
                                                DELIMITED BY SIZE
                     WS-COR-MODO                DELIMITED BY SIZE
                     ')'                        DELIMITED BY SIZE
                INTO WS-EST-MOTIVO(WS-PASO-IDX)
              END-STRING
           END-IF.

       2300-CONTROLAR-LIQUIDACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Recorre CONTROL-CORRIDAS.TXT: deja el numero de corrida mas
      *    alto y, en WS-COR-REGISTRO, la cabecera buscada (con
      *    WS-CTL-NRO-BUSCADO en cero, la de numero mas alto); marca
      *    si la corrida buscada tiene anulacion 'X'.
       2400-LEER-CONTROL-CORRIDAS.

           MOVE 0                               TO WS-CTL-MAX-NRO.
           MOVE 0                               TO WS-CTL-NRO-EN-CURSO.
           MOVE SPACES                          TO WS-COR-REGISTRO.
           SET WS-CTL-HALLADA-NO                TO TRUE.
           SET WS-CTL-ANULADA-NO                TO TRUE.
           MOVE 'N'                             TO WS-CONTROL-EOF.

           OPEN INPUT CONTROL-CORRIDAS.

           IF NOT FS-CONTROL-OK
              IF NOT FS-CONTROL-NFD
                 DISPLAY 'ERROR AL ABRIR CONTROL-CORRIDAS.TXT: '
                    FS-CONTROL
              END-IF
              GO TO 2400-LEER-CONTROL-CORRIDAS-EXIT
           END-IF.

           PERFORM 2450-LEER-UN-CONTROL
              THRU 2450-LEER-UN-CONTROL-EXIT
             UNTIL WS-CONTROL-EOF-YES.

           CLOSE CONTROL-CORRIDAS.

       2400-LEER-CONTROL-CORRIDAS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2450-LEER-UN-CONTROL.

           READ CONTROL-CORRIDAS
              AT END
                 SET WS-CONTROL-EOF-YES         TO TRUE
                 GO TO 2450-LEER-UN-CONTROL-EXIT
           END-READ.

           MOVE REG-CONTROL                     TO WS-CTL-REGISTRO.

           IF WS-CTL-NRO NOT NUMERIC
              GO TO 2450-LEER-UN-CONTROL-EXIT
           END-IF.

           IF WS-CTL-TIPO = 'X'
              AND WS-CTL-NRO-BUSCADO > 0
              AND WS-CTL-NRO = WS-CTL-NRO-BUSCADO
              SET WS-CTL-ANULADA-SI             TO TRUE
           END-IF.

           IF WS-CTL-TIPO NOT = 'C'
              GO TO 2450-LEER-UN-CONTROL-EXIT
           END-IF.

           IF WS-CTL-DESDE > 0
              AND WS-CTL-MODO = SPACE
              AND WS-CTL-PERIODO NUMERIC
              AND WS-CTL-PERIODO = WS-PERIODO
              AND WS-CTL-FECHA NUMERIC
              AND WS-CTL-HORA NUMERIC
              COMPUTE WS-CTL-FH-LEIDA =
                 WS-CTL-FECHA * 1000000 + WS-CTL-HORA
              IF WS-CTL-FH-LEIDA NOT < WS-CTL-DESDE
                 AND WS-CTL-NRO > WS-CTL-NRO-EN-CURSO
                 MOVE WS-CTL-NRO                TO WS-CTL-NRO-EN-CURSO
              END-IF
           END-IF.

           IF WS-CTL-NRO > WS-CTL-MAX-NRO
              MOVE WS-CTL-NRO                   TO WS-CTL-MAX-NRO
              IF WS-CTL-NRO-BUSCADO = 0
                 MOVE WS-CTL-REGISTRO           TO WS-COR-REGISTRO
                 SET WS-CTL-HALLADA-SI          TO TRUE
              END-IF
           END-IF.

           IF WS-CTL-NRO-BUSCADO > 0
              AND WS-CTL-NRO = WS-CTL-NRO-BUSCADO
              MOVE WS-CTL-REGISTRO              TO WS-COR-REGISTRO
              SET WS-CTL-HALLADA-SI             TO TRUE
           END-IF.

       2450-LEER-UN-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Agrega al final de CIERRE-ESTADO.TXT el estado actual del
      *    paso WS-PASO-IDX; se abre y se cierra en cada registro para
      *    que quede grabado aunque la ejecucion se corte despues.
       2900-GRABAR-ESTADO.

           OPEN EXTEND ESTADO.

           IF FS-ESTADO-NFD
              OPEN OUTPUT ESTADO
           END-IF.

           IF NOT FS-ESTADO-OK
              DISPLAY 'ERROR AL ABRIR CIERRE-ESTADO.TXT: ' FS-ESTADO
              DISPLAY 'SIN ESTADO DE LOS PASOS NO SE PUEDE SEGUIR'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WS-PERIODO                      TO EST-PERIODO.
           MOVE WS-PASO-IDX                     TO EST-PASO.
           MOVE WS-PAS-PROGRAMA(WS-PASO-IDX)    TO EST-PROGRAMA.
           MOVE WS-EST-SITUACION(WS-PASO-IDX)   TO EST-SITUACION.
           MOVE WS-EST-FECHA-INICIO(WS-PASO-IDX)
                                                TO EST-FECHA-INICIO.
           MOVE WS-EST-HORA-INICIO(WS-PASO-IDX) TO EST-HORA-INICIO.
           MOVE WS-EST-FECHA-FIN(WS-PASO-IDX)   TO EST-FECHA-FIN.
           MOVE WS-EST-HORA-FIN(WS-PASO-IDX)    TO EST-HORA-FIN.
           MOVE WS-EST-RC(WS-PASO-IDX)          TO EST-RC.
           MOVE WS-EST-NRO-CORRIDA(WS-PASO-IDX) TO EST-NRO-CORRIDA.
           MOVE WS-EST-MOTIVO(WS-PASO-IDX)      TO EST-MOTIVO.

           WRITE REG-ESTADO.

           CLOSE ESTADO.

       2900-GRABAR-ESTADO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El paso WS-PASO-IDX fallo: se frena la cadena y el cierre
      *    devuelve el codigo del paso (04 si lo freno un control de
      *    este programa con el paso en cero).
       2950-FRENAR-CADENA.

           SET WS-CADENA-FRENADA                TO TRUE.
           MOVE WS-PASO-IDX                     TO WS-PASO-FRENO.

           IF WS-EST-RC(WS-PASO-IDX) > 0
              MOVE WS-EST-RC(WS-PASO-IDX)       TO WS-RC-CIERRE
           ELSE
              MOVE 04                           TO WS-RC-CIERRE
           END-IF.

           DISPLAY '***** CADENA DETENIDA EN EL PASO ' WS-PASO-IDX
              ' (' WS-PAS-PROGRAMA(WS-PASO-IDX) ') *****'.
           DISPLAY 'MOTIVO: ' WS-EST-MOTIVO(WS-PASO-IDX).
           DISPLAY 'CODIGO DE RETORNO: ' WS-EST-RC(WS-PASO-IDX).

       2950-FRENAR-CADENA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Una hoja para la firma del supervisor: estado de cada
      *    paso, la corrida de CL09EJ01 del cierre y el resultado.
       3000-EMITIR-RESUMEN.

           OPEN OUTPUT RESUMEN.

           IF NOT FS-RESUMEN-OK
              DISPLAY 'ERROR AL ABRIR CIERRE-RESUMEN.TXT: ' FS-RESUMEN
              GO TO 3000-EMITIR-RESUMEN-EXIT
           END-IF.

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY                   FROM TIME.
           MOVE WS-FECHA-HOY-NUM                TO WS-FECHA-EDIT.
           MOVE WS-HH-HHMMSS                    TO WS-HORA-EDIT.
           PERFORM 3900-FORMATEAR-FECHA-HORA
              THRU 3900-FORMATEAR-FECHA-HORA-EXIT.

           MOVE WS-PER-MES                      TO WS-RTI-MES.
           MOVE WS-PER-ANIO                     TO WS-RTI-ANIO.
           MOVE WS-FECHA-HORA-TXT               TO WS-RTI-EMITIDO.
           WRITE REG-RESUMEN                    FROM WS-RES-TITULO.
           MOVE SPACES                          TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           WRITE REG-RESUMEN                    FROM WS-RES-ENCABEZADO.

           PERFORM 3100-IMPRIMIR-PASO
              THRU 3100-IMPRIMIR-PASO-EXIT
             VARYING WS-PASO-IDX FROM 1 BY 1
               UNTIL WS-PASO-IDX > WS-PASOS-CANT.

           MOVE SPACES                          TO REG-RESUMEN.
           WRITE REG-RESUMEN.

           PERFORM 3200-IMPRIMIR-CORRIDA
              THRU 3200-IMPRIMIR-CORRIDA-EXIT.

           MOVE SPACES                          TO REG-RESUMEN.
           WRITE REG-RESUMEN.

           MOVE SPACES                          TO WS-RRE-TEXTO.
           IF WS-CADENA-FRENADA
              STRING 'CIERRE DETENIDO EN EL PASO '
                                                DELIMITED BY SIZE
                     WS-PASO-FRENO              DELIMITED BY SIZE
                     ' ('                       DELIMITED BY SIZE
                     WS-PAS-PROGRAMA(WS-PASO-FRENO)
                                                DELIMITED BY SIZE
                     ') - CORREGIR Y RELANZAR: SIGUE EN ESE PASO'
                                                DELIMITED BY SIZE
                INTO WS-RRE-TEXTO
              END-STRING
           ELSE
              MOVE 'CIERRE COMPLETO - TODOS LOS PASOS TERMINADOS'
                                                TO WS-RRE-TEXTO
           END-IF.
           WRITE REG-RESUMEN                    FROM WS-RES-RESULTADO.

           MOVE SPACES                          TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           WRITE REG-RESUMEN.
           WRITE REG-RESUMEN                    FROM WS-RES-FIRMA.

           CLOSE RESUMEN.

       3000-EMITIR-RESUMEN-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-IMPRIMIR-PASO.

           MOVE WS-PASO-IDX                     TO WS-RPA-PASO.
           MOVE WS-PAS-PROGRAMA(WS-PASO-IDX)    TO WS-RPA-PROGRAMA.
           MOVE WS-PAS-DESC(WS-PASO-IDX)        TO WS-RPA-DESC.
           MOVE SPACES                          TO WS-RPA-INICIO.
           MOVE SPACES                          TO WS-RPA-FIN.
           MOVE WS-EST-RC(WS-PASO-IDX)          TO WS-RPA-RC.

           EVALUATE TRUE
               WHEN WS-EST-TERMINADO(WS-PASO-IDX)
                    MOVE 'TERMINADO'            TO WS-RPA-SITUACION
               WHEN WS-EST-ACEPTADO(WS-PASO-IDX)
                    MOVE 'ACEPTADO POR OPERADOR'
                                                TO WS-RPA-SITUACION
               WHEN WS-EST-ERROR(WS-PASO-IDX)
                    MOVE 'CON ERROR'            TO WS-RPA-SITUACION
               WHEN WS-EST-EN-CURSO(WS-PASO-IDX)
                    MOVE 'INTERRUMPIDO'         TO WS-RPA-SITUACION
               WHEN OTHER
                    MOVE 'PENDIENTE'            TO WS-RPA-SITUACION
                    MOVE SPACES                 TO WS-RPA-RC-X
           END-EVALUATE.

           IF WS-EST-FECHA-INICIO(WS-PASO-IDX) > 0
              MOVE WS-EST-FECHA-INICIO(WS-PASO-IDX)
                                                TO WS-FECHA-EDIT
              MOVE WS-EST-HORA-INICIO(WS-PASO-IDX)
                                                TO WS-HORA-EDIT
              PERFORM 3900-FORMATEAR-FECHA-HORA
                 THRU 3900-FORMATEAR-FECHA-HORA-EXIT
              MOVE WS-FECHA-HORA-TXT            TO WS-RPA-INICIO
           END-IF.

           IF WS-EST-FECHA-FIN(WS-PASO-IDX) > 0
              MOVE WS-EST-FECHA-FIN(WS-PASO-IDX)
                                                TO WS-FECHA-EDIT
              MOVE WS-EST-HORA-FIN(WS-PASO-IDX) TO WS-HORA-EDIT
              PERFORM 3900-FORMATEAR-FECHA-HORA
                 THRU 3900-FORMATEAR-FECHA-HORA-EXIT
              MOVE WS-FECHA-HORA-TXT            TO WS-RPA-FIN
           END-IF.

           WRITE REG-RESUMEN                    FROM WS-RES-PASO.

           IF WS-EST-MOTIVO(WS-PASO-IDX) NOT = SPACES
              MOVE WS-EST-MOTIVO(WS-PASO-IDX)   TO WS-RMO-MOTIVO
              WRITE REG-RESUMEN                 FROM WS-RES-MOTIVO
           END-IF.

       3100-IMPRIMIR-PASO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    La corrida de CL09EJ01 del cierre es la que quedo en el
      *    estado del paso de liquidacion.
       3200-IMPRIMIR-CORRIDA.

           IF WS-EST-NRO-CORRIDA(WS-PASO-LIQUIDACION) = 0
              WRITE REG-RESUMEN                 FROM WS-RES-SIN-CORRIDA
              GO TO 3200-IMPRIMIR-CORRIDA-EXIT
           END-IF.

           MOVE WS-EST-NRO-CORRIDA(WS-PASO-LIQUIDACION)
                                                TO WS-CTL-NRO-BUSCADO.

           PERFORM 2400-LEER-CONTROL-CORRIDAS
              THRU 2400-LEER-CONTROL-CORRIDAS-EXIT.

           MOVE WS-CTL-NRO-BUSCADO              TO WS-RC1-NRO.
           MOVE SPACES                          TO WS-RC1-FECHA.
           MOVE 0                               TO WS-RC1-PERIODO.
           MOVE SPACES                          TO WS-RC1-OBSERVACION.

           IF WS-CTL-HALLADA-NO
              MOVE 'NO ESTA EN CONTROL-CORRIDAS'
                                                TO WS-RC1-OBSERVACION
              WRITE REG-RESUMEN                 FROM WS-RES-CORRIDA-1
              GO TO 3200-IMPRIMIR-CORRIDA-EXIT
           END-IF.

           MOVE WS-COR-FECHA                    TO WS-FECHA-EDIT.
           MOVE WS-COR-HORA                     TO WS-HORA-EDIT.
           PERFORM 3900-FORMATEAR-FECHA-HORA
              THRU 3900-FORMATEAR-FECHA-HORA-EXIT.
           MOVE WS-FECHA-HORA-TXT               TO WS-RC1-FECHA.
           MOVE WS-COR-PERIODO                  TO WS-RC1-PERIODO.

           IF WS-CTL-ANULADA-SI
              MOVE '*** ANULADA CON CL09EJ09 ***'
                                                TO WS-RC1-OBSERVACION
           END-IF.

           WRITE REG-RESUMEN                    FROM WS-RES-CORRIDA-1.

           MOVE WS-COR-CANT-REG                 TO WS-RC2-CANT-REG.
           MOVE WS-COR-RECHAZOS                 TO WS-RC2-RECHAZOS.
           MOVE WS-COR-BRUTO                    TO WS-RC2-BRUTO.
           MOVE WS-COR-NETO                     TO WS-RC2-NETO.
           MOVE WS-COR-BALANCEADO               TO WS-RC2-BALANCEADO.
           WRITE REG-RESUMEN                    FROM WS-RES-CORRIDA-2.

       3200-IMPRIMIR-CORRIDA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    WS-FECHA-EDIT (AAAAMMDD) y WS-HORA-EDIT (HHMMSS) a
      *    DD/MM/AAAA HH:MM:SS en WS-FECHA-HORA-TXT.
       3900-FORMATEAR-FECHA-HORA.

           MOVE WS-FE-DIA                       TO WS-FHT-DIA.
           MOVE WS-FE-MES                       TO WS-FHT-MES.
           MOVE WS-FE-ANIO                      TO WS-FHT-ANIO.
           MOVE WS-HE-HH                        TO WS-FHT-HH.
           MOVE WS-HE-MM                        TO WS-FHT-MM.
           MOVE WS-HE-SS                        TO WS-FHT-SS.

       3900-FORMATEAR-FECHA-HORA-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ18.
