      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: RETROACTIVO DE UN AUMENTO POR CONVENIO
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Los aumentos de convenio se firman con meses de atraso y
      * rigen desde un periodo ya liquidado; la diferencia de cada
      * empleado se sacaba mes a mes en una planilla y se tipeaba en
      * NOVEDADES.TXT. Este programa lee RETROACTIVO.TXT (porcentaje
      * del aumento, periodo desde el que rige, periodo en que se
      * paga y, opcional, un rango de departamentos) y recalcula
      * cada mes de HISTORICO.DAT desde el periodo de vigencia hasta
      * el anterior al de pago:
      *   - la base de cada mes es el sueldo liquidado (bruto del
      *     historico menos los haberes de novedades, que no llevan
      *     el aumento);
      *   - la diferencia de bruto es el porcentaje sobre esa base,
      *     la de aportes la jubilacion y la obra social de CL09EJ01
      *     sobre la diferencia, y la de neto la resta de las dos.
      * RETROACTIVO-INFORME.TXT detalla legajo por legajo cada mes
      * con sus tres diferencias, el total del legajo y el total
      * general. Por cada legajo con diferencia se agregan al final
      * de NOVEDADES.TXT dos novedades por importe para la corrida
      * del periodo de pago: el haber 'RETR' con la diferencia de
      * bruto y el descuento 'RETA' con la de aportes, asi el
      * retroactivo se paga, tributa ganancias y se acumula por el
      * camino normal de CL09EJ01. El legajo que ya tiene novedades
      * de retroactivo en NOVEDADES.TXT se informa y no se le agrega
      * nada (un relanzamiento no las duplica); los demas las
      * reciben igual. Los legajos dados de baja en el maestro se
      * informan pero no generan novedad: se liquidan por fuera.
      * Codigo de retorno: 04 si hubo legajos de baja, legajos con
      * novedades ya cargadas o errores de archivo, 00 si no.
      *
      * Modificaciones:
      * 15/10/2026 GR - El registro del maestro suma el sindicato y el
      *                 convenio del legajo (MAE-SINDICATO,
      *                 MAE-CONVENIO) que mantiene CL09EJ03.
      * 15/10/2026 GR - El control de novedades ya cargadas va por
      *                 legajo: solo se saltean (y se informan) los
      *                 legajos que ya traen 'RETR' o 'RETA' en
      *                 NOVEDADES.TXT; el resto recibe las suyas. El
      *                 registro del historico suma la indemnizacion
      *                 y la parte de liquidacion final.
      * 15/10/2026 GR - Una novedad con legajo no numerico no se toma
      *                 como retroactivo ya cargado.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ13.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETROS
           ASSIGN TO 'RETROACTIVO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      * Mismo layout y clave que graba CL09EJ01 en cada corrida.
       SELECT HISTORICO
           ASSIGN TO 'HISTORICO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-HISTORICO.

      * Mismo layout y clave que mantiene CL09EJ03; aca solo se
      * consulta la situacion del legajo.
       SELECT MAESTRO
           ASSIGN TO 'MAESTRO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-LEGAJO
           FILE STATUS IS FS-MAESTRO.

      * Mismo layout que lee CL09EJ01; se agrega al final.
       SELECT NOVEDADES
           ASSIGN TO 'NOVEDADES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-NOVEDADES.

       SELECT INFORME
           ASSIGN TO 'RETROACTIVO-INFORME.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

      * Archivo de trabajo del SORT que agrupa los meses por legajo.
       SELECT ORDENAMIENTO
           ASSIGN TO 'SORTWORK'.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
      *    Porcentaje del aumento con dos decimales (01250 = 12,50%).
          05 PAR-PORCENTAJE                 PIC 9(3)V9(2).
      *    Primer periodo (AAAAMM) en que rige el aumento.
          05 PAR-PERIODO-DESDE              PIC 9(6).
      *    Periodo de la corrida que paga el retroactivo; en blanco,
      *    el mes en curso. Se recalculan los meses anteriores a el.
          05 PAR-PERIODO-PAGO               PIC 9(6).
          05 PAR-PERIODO-PAGO-X REDEFINES PAR-PERIODO-PAGO
                                            PIC X(6).
      *    Rango de departamentos (inclusive); en blanco, todos. Sin
      *    el hasta, solo el departamento desde.
          05 PAR-DEPTO-DESDE                PIC X(4).
          05 PAR-DEPTO-HASTA                PIC X(4).

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

       FD INFORME.
       01 REG-INFORME                       PIC X(132).

      * Registro del ordenamiento: legajo y periodo primero.
       SD ORDENAMIENTO.
       01 SR-REGISTRO.
          05 SR-LEGAJO                      PIC 9(5).
          05 SR-PERIODO                     PIC 9(6).
          05 SR-APELLIDO                    PIC X(15).
          05 SR-NOMBRE                      PIC X(15).
          05 SR-DEPTO                       PIC X(4).
          05 SR-BASE                        PIC 9(8)V9(2).
          05 SR-NRO-CORRIDA                 PIC 9(5).

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
             88 FS-MAESTRO-NOT-FOUND         VALUE '23'.
          05 FS-NOVEDADES                    PIC X(2).
             88 FS-NOVEDADES-OK              VALUE '00'.
             88 FS-NOVEDADES-NFD             VALUE '35'.
          05 FS-INFORME                      PIC X(2).
             88 FS-INFORME-OK                VALUE '00'.

       01 WS-RC-RETROACTIVO                  PIC 9(2) VALUE 0.

       01 WS-HISTORICO-EOF                   PIC X(1) VALUE 'N'.
          88 WS-HISTORICO-EOF-YES            VALUE 'Y'.
       01 WS-ORDEN-EOF                       PIC X(1) VALUE 'N'.
          88 WS-ORDEN-EOF-YES                VALUE 'Y'.
       01 WS-NOVEDADES-EOF                   PIC X(1) VALUE 'N'.
          88 WS-NOVEDADES-EOF-YES            VALUE 'Y'.

      * Sin MAESTRO.DAT no se sabe quien esta de baja: se avisa y
      * todos los legajos generan novedad.
       01 WS-MAESTRO-DISPONIBLE              PIC X(1) VALUE 'N'.
          88 WS-MAESTRO-DISPONIBLE-SI        VALUE 'S'.
          88 WS-MAESTRO-DISPONIBLE-NO        VALUE 'N'.

      * Las novedades se agregan solo si NOVEDADES.TXT se pudo abrir
      * para agregar.
       01 WS-GENERA-NOVEDADES                PIC X(1) VALUE 'S'.
          88 WS-GENERA-NOVEDADES-SI          VALUE 'S'.
          88 WS-GENERA-NOVEDADES-NO          VALUE 'N'.

      * Legajos que ya traen novedades de retroactivo en
      * NOVEDADES.TXT, marcados por numero de legajo: a esos no se
      * les agregan de nuevo.
       01 WS-TABLA-NOV-PREVIAS.
          05 WS-NOV-PREVIA                   PIC X(1)
             OCCURS 99999 TIMES.
             88 WS-NOV-PREVIA-SI             VALUE 'S'.

      * Conceptos de las novedades que genera el retroactivo.
       01 WS-CONCEPTO-HABER                  PIC X(4) VALUE 'RETR'.
       01 WS-CONCEPTO-APORTES                PIC X(4) VALUE 'RETA'.

      * Mismos porcentajes de aporte que CL09EJ01.
       01 WS-PORC-JUBILACION                 PIC 9(2) VALUE 11.
       01 WS-PORC-OBRA-SOCIAL                PIC 9(2) VALUE 3.

       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                      PIC 9(4).
          05 WS-FH-MES                       PIC 9(2).
          05 WS-FH-DIA                       PIC 9(2).

       01 WS-FECHA-EMISION.
          05 WS-FEM-DIA                      PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '/'.
          05 WS-FEM-MES                      PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '/'.
          05 WS-FEM-ANIO                     PIC 9(4).

      * Parametros ya validados.
       01 WS-RET-PORCENTAJE                  PIC 9(3)V9(2) VALUE 0.
       01 WS-RET-PER-DESDE.
          05 WS-RPD-ANIO                     PIC 9(4).
          05 WS-RPD-MES                      PIC 9(2).
       01 WS-RET-PER-DESDE-NUM REDEFINES WS-RET-PER-DESDE
                                             PIC 9(6).
       01 WS-RET-PER-PAGO.
          05 WS-RPP-ANIO                     PIC 9(4).
          05 WS-RPP-MES                      PIC 9(2).
       01 WS-RET-PER-PAGO-NUM REDEFINES WS-RET-PER-PAGO
                                             PIC 9(6).
       01 WS-RET-DEPTO-DESDE                 PIC X(4) VALUE SPACES.
       01 WS-RET-DEPTO-HASTA                 PIC X(4) VALUE SPACES.
       01 WS-RET-TODOS-DEPTOS                PIC X(1) VALUE 'S'.
          88 WS-RET-TODOS-DEPTOS-SI          VALUE 'S'.
          88 WS-RET-TODOS-DEPTOS-NO          VALUE 'N'.

      * Periodo a editar como MM/AAAA.
       01 WS-PER-AUX.
          05 WS-PAX-ANIO                     PIC 9(4).
          05 WS-PAX-MES                      PIC 9(2).
       01 WS-PER-AUX-NUM REDEFINES WS-PER-AUX
                                             PIC 9(6).
       01 WS-PERIODO-EDITADO.
          05 WS-PE-MES                       PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '/'.
          05 WS-PE-ANIO                      PIC 9(4).

      * Diferencias del mes en curso.
       01 WS-DIF-BRUTO                       PIC 9(8)V9(2) VALUE 0.
       01 WS-DIF-JUBILACION                  PIC 9(8)V9(2) VALUE 0.
       01 WS-DIF-OBRA-SOCIAL                 PIC 9(8)V9(2) VALUE 0.
       01 WS-DIF-APORTES                     PIC 9(8)V9(2) VALUE 0.
       01 WS-DIF-NETO                        PIC 9(8)V9(2) VALUE 0.

      * Corte por legajo.
       01 WS-LEG-ACTUAL                      PIC 9(5) VALUE 0.
       01 WS-LEG-MESES                       PIC 9(3) VALUE 0.
       01 WS-LEG-PER-PRIMERO                 PIC 9(6) VALUE 0.
       01 WS-LEG-PER-ULTIMO                  PIC 9(6) VALUE 0.
       01 WS-LEG-BRUTO                       PIC 9(9)V9(2) VALUE 0.
       01 WS-LEG-APORTES                     PIC 9(9)V9(2) VALUE 0.
       01 WS-LEG-NETO                        PIC 9(9)V9(2) VALUE 0.
       01 WS-LEG-SITUACION                   PIC X(1) VALUE SPACE.
          88 WS-LEG-SIT-ACTIVO               VALUE 'A'.
          88 WS-LEG-SIT-BAJA                 VALUE 'B'.
          88 WS-LEG-SIT-INACTIVO             VALUE 'I'.
          88 WS-LEG-SIT-SIN-MAESTRO          VALUE 'N'.

      * Totales generales.
       01 WS-CANT-LEGAJOS                    PIC 9(5) VALUE 0.
       01 WS-CANT-MESES                      PIC 9(7) VALUE 0.
       01 WS-CANT-BAJAS                      PIC 9(5) VALUE 0.
       01 WS-CANT-NOVEDADES                  PIC 9(5) VALUE 0.
       01 WS-CANT-NOV-PREVIAS                PIC 9(5) VALUE 0.
       01 WS-CANT-LEG-PREVIAS                PIC 9(5) VALUE 0.
       01 WS-TOT-BRUTO                       PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-APORTES                     PIC 9(11)V9(2) VALUE 0.
       01 WS-TOT-NETO                        PIC 9(11)V9(2) VALUE 0.

      * Descripcion de la novedad: el rango de meses que paga.
       01 WS-NOV-DESC-HABER.
          05 FILLER                          PIC X(06) VALUE 'RETRO '.
          05 WS-NDH-DESDE                    PIC 9(6).
          05 FILLER                          PIC X(01) VALUE '-'.
          05 WS-NDH-HASTA                    PIC 9(6).
          05 FILLER                          PIC X(01) VALUE SPACES.
       01 WS-NOV-DESC-APORTES.
          05 FILLER                          PIC X(06) VALUE 'AP.RET'.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-NDA-DESDE                    PIC 9(6).
          05 FILLER                          PIC X(01) VALUE '-'.
          05 WS-NDA-HASTA                    PIC 9(6).

       01 WS-INF-TITULO.
          05 FILLER                          PIC X(17)
             VALUE ' RETROACTIVO DEL '.
          05 WS-ITI-PORCENTAJE               PIC ZZ9,99.
          05 FILLER                          PIC X(21)
             VALUE '% - RIGE DESDE EL MES'.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-ITI-DESDE                    PIC X(07).
          05 FILLER                          PIC X(23)
             VALUE ' - SE PAGA EN EL MES   '.
          05 WS-ITI-PAGO                     PIC X(07).
          05 FILLER                          PIC X(11)
             VALUE ' - EMITIDO '.
          05 WS-ITI-FECHA                    PIC X(10).

       01 WS-INF-DEPTOS.
          05 FILLER                          PIC X(16)
             VALUE ' DEPARTAMENTOS: '.
          05 WS-IDE-TEXTO                    PIC X(30).

       01 WS-INF-ENCABEZADO.
          05 FILLER                          PIC X(44)
             VALUE ' LEGAJO APELLIDO        NOMBRE          DEPT'.
          05 FILLER                          PIC X(44)
             VALUE 'O PERIODO BASE LIQUIDADA    DIF. BRUTO   DIF'.
          05 FILLER                          PIC X(44)
             VALUE '. APORTES      DIF. NETO                    '.

       01 WS-INF-DETALLE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-IDT-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-IDT-APELLIDO                 PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-IDT-NOMBRE                   PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-IDT-DEPTO                    PIC X(04).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-IDT-PERIODO                  PIC X(07).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-IDT-BASE                     PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-IDT-BRUTO                    PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-IDT-APORTES                  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-IDT-NETO                     PIC ZZ.ZZZ.ZZ9,99.

       01 WS-INF-SUBTOTAL.
          05 FILLER                          PIC X(09) VALUE SPACES.
          05 FILLER                          PIC X(13)
             VALUE 'TOTAL LEGAJO '.
          05 WS-IST-LEGAJO                   PIC 9(5).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-IST-MESES                    PIC ZZ9.
          05 FILLER                          PIC X(06) VALUE ' MESES'.
          05 FILLER                          PIC X(23) VALUE SPACES.
          05 WS-IST-BRUTO                    PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-IST-APORTES                  PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-IST-NETO                     PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-INF-AVISO.
          05 FILLER                          PIC X(09) VALUE SPACES.
          05 FILLER                          PIC X(04) VALUE '*** '.
          05 WS-IAV-TEXTO                    PIC X(80).

       01 WS-INF-TOTAL-1.
          05 FILLER                          PIC X(11)
             VALUE ' LEGAJOS:  '.
          05 WS-IT1-LEGAJOS                  PIC ZZZZ9.
          05 FILLER                          PIC X(10)
             VALUE '   MESES: '.
          05 WS-IT1-MESES                    PIC Z.ZZZ.ZZ9.
          05 FILLER                          PIC X(15)
             VALUE '   NOVEDADES: '.
          05 WS-IT1-NOVEDADES                PIC ZZZZ9.
          05 FILLER                          PIC X(18)
             VALUE '   LEGAJOS BAJA: '.
          05 WS-IT1-BAJAS                    PIC ZZZZ9.

       01 WS-INF-TOTAL-2.
          05 FILLER                          PIC X(21)
             VALUE ' DIFERENCIA BRUTO:   '.
          05 WS-IT2-BRUTO                    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(12)
             VALUE '  APORTES:  '.
          05 WS-IT2-APORTES                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(09)
             VALUE '  NETO:  '.
          05 WS-IT2-NETO                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.

           MOVE WS-FH-DIA                       TO WS-FEM-DIA.
           MOVE WS-FH-MES                       TO WS-FEM-MES.
           MOVE WS-FH-ANIO                      TO WS-FEM-ANIO.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           SORT ORDENAMIENTO
              ON ASCENDING KEY SR-LEGAJO
              ON ASCENDING KEY SR-PERIODO
              INPUT PROCEDURE IS 2000-SELECCIONAR-MESES
                 THRU 2000-SELECCIONAR-MESES-EXIT
              OUTPUT PROCEDURE IS 3000-LIQUIDAR-DIFERENCIAS
                 THRU 3000-LIQUIDAR-DIFERENCIAS-EXIT.

           PERFORM 4000-CERRAR-ARCHIVOS
              THRU 4000-CERRAR-ARCHIVOS-EXIT.

           IF WS-CANT-BAJAS > 0
              OR WS-CANT-LEG-PREVIAS > 0
              MOVE 04                           TO WS-RC-RETROACTIVO
           END-IF.

           MOVE WS-RC-RETROACTIVO               TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    Sin parametros validos o sin historico no hay nada que
      *    recalcular: se avisa y se termina con 04.
       1000-ABRIR-ARCHIVOS.

           OPEN INPUT PARAMETROS.

           IF FS-PARAMETROS-NFD
              DISPLAY 'NO EXISTE RETROACTIVO.TXT - NADA QUE PROCESAR'
              STOP RUN
           END-IF.

           IF NOT FS-PARAMETROS-OK
              DISPLAY 'ERROR AL ABRIR RETROACTIVO.TXT: '
                 FS-PARAMETROS
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           READ PARAMETROS
              AT END
                 DISPLAY 'RETROACTIVO.TXT VACIO - NADA QUE PROCESAR'
                 CLOSE PARAMETROS
                 MOVE 04                        TO RETURN-CODE
                 STOP RUN
           END-READ.

           CLOSE PARAMETROS.

           PERFORM 1100-VALIDAR-PARAMETROS
              THRU 1100-VALIDAR-PARAMETROS-EXIT.

           OPEN INPUT HISTORICO.

           IF NOT FS-HISTORICO-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORICO: ' FS-HISTORICO
              DISPLAY 'SIN HISTORICO.DAT NO HAY MESES QUE RECALCULAR'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT MAESTRO.

           EVALUATE TRUE
               WHEN FS-MAESTRO-OK
                    SET WS-MAESTRO-DISPONIBLE-SI  TO TRUE
               WHEN FS-MAESTRO-NFD
                    SET WS-MAESTRO-DISPONIBLE-NO  TO TRUE
                    DISPLAY 'ATENCION: NO EXISTE MAESTRO.DAT - NO SE '
                       'EXCLUYEN LOS LEGAJOS DADOS DE BAJA'
               WHEN OTHER
                    SET WS-MAESTRO-DISPONIBLE-NO  TO TRUE
                    DISPLAY 'ERROR AL ABRIR EL MAESTRO: ' FS-MAESTRO
           END-EVALUATE.

           PERFORM 1200-REVISAR-NOVEDADES
              THRU 1200-REVISAR-NOVEDADES-EXIT.

           OPEN OUTPUT INFORME.

           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ABRIR RETROACTIVO-INFORME.TXT: '
                 FS-INFORME
           END-IF.

           MOVE WS-RET-PORCENTAJE               TO WS-ITI-PORCENTAJE.
           MOVE WS-RET-PER-DESDE-NUM            TO WS-PER-AUX-NUM.

           PERFORM 3900-EDITAR-PERIODO
              THRU 3900-EDITAR-PERIODO-EXIT.

           MOVE WS-PERIODO-EDITADO              TO WS-ITI-DESDE.
           MOVE WS-RET-PER-PAGO-NUM             TO WS-PER-AUX-NUM.

           PERFORM 3900-EDITAR-PERIODO
              THRU 3900-EDITAR-PERIODO-EXIT.

           MOVE WS-PERIODO-EDITADO              TO WS-ITI-PAGO.
           MOVE WS-FECHA-EMISION                TO WS-ITI-FECHA.

           IF WS-RET-TODOS-DEPTOS-SI
              MOVE 'TODOS'                      TO WS-IDE-TEXTO
           ELSE
              MOVE SPACES                       TO WS-IDE-TEXTO
              STRING WS-RET-DEPTO-DESDE         DELIMITED BY SIZE
                     ' A '                      DELIMITED BY SIZE
                     WS-RET-DEPTO-HASTA         DELIMITED BY SIZE
                INTO WS-IDE-TEXTO
              END-STRING
           END-IF.

           WRITE REG-INFORME                    FROM WS-INF-TITULO.
           WRITE REG-INFORME                    FROM WS-INF-DEPTOS.
           MOVE SPACES                          TO REG-INFORME.
           WRITE REG-INFORME.
           WRITE REG-INFORME                    FROM WS-INF-ENCABEZADO.

       1000-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Porcentaje mayor que cero, periodos AAAAMM validos y el de
      *    pago posterior al de vigencia; el rango de departamentos
      *    es opcional.
       1100-VALIDAR-PARAMETROS.

           IF PAR-PORCENTAJE NOT NUMERIC
              OR PAR-PORCENTAJE = 0
              DISPLAY 'RETROACTIVO.TXT: PORCENTAJE INVALIDO O EN CERO'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE PAR-PORCENTAJE                  TO WS-RET-PORCENTAJE.

           IF PAR-PERIODO-DESDE NOT NUMERIC
              DISPLAY 'RETROACTIVO.TXT: PERIODO DESDE INVALIDO '
                 '(AAAAMM)'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE PAR-PERIODO-DESDE               TO WS-RET-PER-DESDE-NUM.

           IF PAR-PERIODO-PAGO-X = SPACES
              OR PAR-PERIODO-PAGO-X = ZEROS
              MOVE WS-FH-ANIO                   TO WS-RPP-ANIO
              MOVE WS-FH-MES                    TO WS-RPP-MES
           ELSE
              IF PAR-PERIODO-PAGO NOT NUMERIC
                 DISPLAY 'RETROACTIVO.TXT: PERIODO DE PAGO INVALIDO '
                    '(AAAAMM)'
                 MOVE 04                        TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PAR-PERIODO-PAGO             TO WS-RET-PER-PAGO-NUM
           END-IF.

           IF WS-RPD-MES < 01 OR WS-RPD-MES > 12
              OR WS-RPP-MES < 01 OR WS-RPP-MES > 12
              OR WS-RPD-ANIO < 1900 OR WS-RPP-ANIO < 1900
              DISPLAY 'RETROACTIVO.TXT: PERIODO FUERA DE RANGO '
                 '(AAAAMM)'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RET-PER-PAGO-NUM NOT > WS-RET-PER-DESDE-NUM
              DISPLAY 'RETROACTIVO.TXT: EL PERIODO DE PAGO DEBE SER '
                 'POSTERIOR AL DE VIGENCIA'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           IF PAR-DEPTO-DESDE = SPACES
              AND PAR-DEPTO-HASTA = SPACES
              SET WS-RET-TODOS-DEPTOS-SI        TO TRUE
           ELSE
              SET WS-RET-TODOS-DEPTOS-NO        TO TRUE
              MOVE PAR-DEPTO-DESDE              TO WS-RET-DEPTO-DESDE
              IF PAR-DEPTO-HASTA = SPACES
                 MOVE PAR-DEPTO-DESDE           TO WS-RET-DEPTO-HASTA
              ELSE
                 MOVE PAR-DEPTO-HASTA           TO WS-RET-DEPTO-HASTA
              END-IF
           END-IF.

           IF WS-RET-TODOS-DEPTOS-NO
              AND WS-RET-DEPTO-HASTA < WS-RET-DEPTO-DESDE
              DISPLAY 'RETROACTIVO.TXT: RANGO DE DEPARTAMENTOS '
                 'INVERTIDO'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-VALIDAR-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Marca los legajos a los que NOVEDADES.TXT ya trae
      *    novedades de retroactivo (de una pasada anterior de este
      *    programa): 3300 no se las vuelve a agregar, el resto de los
      *    legajos las recibe igual. Si no existe, se crea.
       1200-REVISAR-NOVEDADES.

           INITIALIZE WS-TABLA-NOV-PREVIAS.

           OPEN INPUT NOVEDADES.

           IF FS-NOVEDADES-OK
              PERFORM 1250-LEER-NOVEDAD
                 THRU 1250-LEER-NOVEDAD-EXIT
                UNTIL WS-NOVEDADES-EOF-YES
              CLOSE NOVEDADES
           END-IF.

           IF WS-CANT-NOV-PREVIAS > 0
              DISPLAY 'ATENCION: NOVEDADES.TXT YA TIENE '
                 WS-CANT-NOV-PREVIAS ' NOVEDAD(ES) DE RETROACTIVO - '
                 'NO SE AGREGAN DE NUEVO A ESOS LEGAJOS'
           END-IF.

           OPEN EXTEND NOVEDADES.

           IF FS-NOVEDADES-NFD
              OPEN OUTPUT NOVEDADES
           END-IF.

           IF NOT FS-NOVEDADES-OK
              DISPLAY 'ERROR AL ABRIR NOVEDADES.TXT PARA AGREGAR: '
                 FS-NOVEDADES ' - NO SE GENERAN NOVEDADES'
              SET WS-GENERA-NOVEDADES-NO        TO TRUE
              MOVE 04                           TO WS-RC-RETROACTIVO
           END-IF.

       1200-REVISAR-NOVEDADES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-NOVEDAD.

           READ NOVEDADES
              AT END
                 SET WS-NOVEDADES-EOF-YES       TO TRUE
              NOT AT END
                 IF (NOV-CONCEPTO = WS-CONCEPTO-HABER
                     OR NOV-CONCEPTO = WS-CONCEPTO-APORTES)
                    AND NOV-LEGAJO NUMERIC
                    AND NOV-LEGAJO > 0
                    ADD 1                       TO WS-CANT-NOV-PREVIAS
                    SET WS-NOV-PREVIA-SI(NOV-LEGAJO) TO TRUE
                 END-IF
           END-READ.

       1250-LEER-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Entrada del SORT: los registros del historico desde el
      *    periodo de vigencia hasta el anterior al de pago, de los
      *    departamentos pedidos.
       2000-SELECCIONAR-MESES.

           MOVE WS-RET-PER-DESDE-NUM            TO HIS-PERIODO.
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

           IF HIS-PERIODO NOT < WS-RET-PER-PAGO-NUM
              SET WS-HISTORICO-EOF-YES          TO TRUE
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           IF WS-RET-TODOS-DEPTOS-NO
              AND (HIS-DEPTO < WS-RET-DEPTO-DESDE
                   OR HIS-DEPTO > WS-RET-DEPTO-HASTA)
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           MOVE HIS-LEGAJO                      TO SR-LEGAJO.
           MOVE HIS-PERIODO                     TO SR-PERIODO.
           MOVE HIS-APELLIDO                    TO SR-APELLIDO.
           MOVE HIS-NOMBRE                      TO SR-NOMBRE.
           MOVE HIS-DEPTO                       TO SR-DEPTO.
           MOVE HIS-NRO-CORRIDA                 TO SR-NRO-CORRIDA.

           IF HIS-BRUTO > HIS-NOV-HABERES
              COMPUTE SR-BASE = HIS-BRUTO - HIS-NOV-HABERES
           ELSE
              MOVE 0                            TO SR-BASE
           END-IF.

           RELEASE SR-REGISTRO.

       2100-LEER-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Salida del SORT: un renglon por mes con sus diferencias y,
      *    en cada corte de legajo, el total y sus novedades.
       3000-LIQUIDAR-DIFERENCIAS.

           PERFORM 3100-RETORNAR-MES
              THRU 3100-RETORNAR-MES-EXIT.

           PERFORM 3200-LIQUIDAR-MES
              THRU 3200-LIQUIDAR-MES-EXIT
             UNTIL WS-ORDEN-EOF-YES.

           IF WS-CANT-LEGAJOS > 0
              PERFORM 3300-CERRAR-LEGAJO
                 THRU 3300-CERRAR-LEGAJO-EXIT
           ELSE
              MOVE 'NO HAY MESES LIQUIDADOS EN EL RANGO PEDIDO'
                                                 TO WS-IAV-TEXTO
              WRITE REG-INFORME                 FROM WS-INF-AVISO
           END-IF.

       3000-LIQUIDAR-DIFERENCIAS-EXIT.
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
      *    Diferencias del mes: el porcentaje sobre la base y los
      *    aportes personales sobre la diferencia, redondeados cada
      *    uno como en CL09EJ01.
       3200-LIQUIDAR-MES.

           IF WS-CANT-LEGAJOS = 0
              OR SR-LEGAJO NOT = WS-LEG-ACTUAL
              IF WS-CANT-LEGAJOS > 0
                 PERFORM 3300-CERRAR-LEGAJO
                    THRU 3300-CERRAR-LEGAJO-EXIT
              END-IF
              PERFORM 3250-ABRIR-LEGAJO
                 THRU 3250-ABRIR-LEGAJO-EXIT
           END-IF.

           COMPUTE WS-DIF-BRUTO ROUNDED =
              SR-BASE * WS-RET-PORCENTAJE / 100.

           COMPUTE WS-DIF-JUBILACION ROUNDED =
              WS-DIF-BRUTO * WS-PORC-JUBILACION / 100.

           COMPUTE WS-DIF-OBRA-SOCIAL ROUNDED =
              WS-DIF-BRUTO * WS-PORC-OBRA-SOCIAL / 100.

           COMPUTE WS-DIF-APORTES =
              WS-DIF-JUBILACION + WS-DIF-OBRA-SOCIAL.

           COMPUTE WS-DIF-NETO = WS-DIF-BRUTO - WS-DIF-APORTES.

           ADD 1                                TO WS-LEG-MESES.
           MOVE SR-PERIODO                      TO WS-LEG-PER-ULTIMO.
           ADD WS-DIF-BRUTO                     TO WS-LEG-BRUTO.
           ADD WS-DIF-APORTES                   TO WS-LEG-APORTES.
           ADD WS-DIF-NETO                      TO WS-LEG-NETO.

           MOVE SR-LEGAJO                       TO WS-IDT-LEGAJO.
           MOVE SR-APELLIDO                     TO WS-IDT-APELLIDO.
           MOVE SR-NOMBRE                       TO WS-IDT-NOMBRE.
           MOVE SR-DEPTO                        TO WS-IDT-DEPTO.
           MOVE SR-PERIODO                      TO WS-PER-AUX-NUM.

           PERFORM 3900-EDITAR-PERIODO
              THRU 3900-EDITAR-PERIODO-EXIT.

           MOVE WS-PERIODO-EDITADO              TO WS-IDT-PERIODO.
           MOVE SR-BASE                         TO WS-IDT-BASE.
           MOVE WS-DIF-BRUTO                    TO WS-IDT-BRUTO.
           MOVE WS-DIF-APORTES                  TO WS-IDT-APORTES.
           MOVE WS-DIF-NETO                     TO WS-IDT-NETO.

           WRITE REG-INFORME                    FROM WS-INF-DETALLE.

           PERFORM 3100-RETORNAR-MES
              THRU 3100-RETORNAR-MES-EXIT.

       3200-LIQUIDAR-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Nuevo legajo: se ponen en cero sus totales y se toma su
      *    situacion del maestro.
       3250-ABRIR-LEGAJO.

           ADD 1                                TO WS-CANT-LEGAJOS.
           MOVE SR-LEGAJO                       TO WS-LEG-ACTUAL.
           MOVE SR-PERIODO                      TO WS-LEG-PER-PRIMERO.
           MOVE 0                               TO WS-LEG-MESES.
           MOVE 0                               TO WS-LEG-BRUTO.
           MOVE 0                               TO WS-LEG-APORTES.
           MOVE 0                               TO WS-LEG-NETO.
           SET WS-LEG-SIT-SIN-MAESTRO           TO TRUE.

           IF WS-MAESTRO-DISPONIBLE-SI
              MOVE SR-LEGAJO                    TO MAE-LEGAJO
              READ MAESTRO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MAE-ESTADO             TO WS-LEG-SITUACION
              END-READ
           END-IF.

           MOVE SPACES                          TO REG-INFORME.
           WRITE REG-INFORME.

       3250-ABRIR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Total del legajo y sus dos novedades para la corrida del
      *    periodo de pago. El dado de baja no cobra por la corrida
      *    mensual: se informa para liquidarlo por fuera.
       3300-CERRAR-LEGAJO.

           MOVE WS-LEG-ACTUAL                   TO WS-IST-LEGAJO.
           MOVE WS-LEG-MESES                    TO WS-IST-MESES.
           MOVE WS-LEG-BRUTO                    TO WS-IST-BRUTO.
           MOVE WS-LEG-APORTES                  TO WS-IST-APORTES.
           MOVE WS-LEG-NETO                     TO WS-IST-NETO.

           WRITE REG-INFORME                    FROM WS-INF-SUBTOTAL.

           ADD WS-LEG-MESES                     TO WS-CANT-MESES.
           ADD WS-LEG-BRUTO                     TO WS-TOT-BRUTO.
           ADD WS-LEG-APORTES                   TO WS-TOT-APORTES.
           ADD WS-LEG-NETO                      TO WS-TOT-NETO.

           IF WS-LEG-SIT-BAJA
              ADD 1                             TO WS-CANT-BAJAS
              MOVE SPACES                       TO WS-IAV-TEXTO
              STRING 'LEGAJO DADO DE BAJA - NO SE GENERA NOVEDAD: '
                        DELIMITED BY SIZE
                     'LIQUIDAR POR FUERA'
                        DELIMITED BY SIZE
                INTO WS-IAV-TEXTO
              END-STRING
              WRITE REG-INFORME                 FROM WS-INF-AVISO
              GO TO 3300-CERRAR-LEGAJO-EXIT
           END-IF.

           IF WS-LEG-BRUTO = 0
              OR WS-GENERA-NOVEDADES-NO
              GO TO 3300-CERRAR-LEGAJO-EXIT
           END-IF.

           IF WS-NOV-PREVIA-SI(WS-LEG-ACTUAL)
              ADD 1                             TO WS-CANT-LEG-PREVIAS
              MOVE SPACES                       TO WS-IAV-TEXTO
              STRING 'NOVEDADES.TXT YA TIENE EL RETROACTIVO DEL '
                        DELIMITED BY SIZE
                     'LEGAJO - NO SE AGREGA DE NUEVO'
                        DELIMITED BY SIZE
                INTO WS-IAV-TEXTO
              END-STRING
              WRITE REG-INFORME                 FROM WS-INF-AVISO
              GO TO 3300-CERRAR-LEGAJO-EXIT
           END-IF.

           MOVE WS-LEG-PER-PRIMERO              TO WS-NDH-DESDE.
           MOVE WS-LEG-PER-ULTIMO               TO WS-NDH-HASTA.

           MOVE WS-LEG-ACTUAL                   TO NOV-LEGAJO.
           MOVE WS-CONCEPTO-HABER               TO NOV-CONCEPTO.
           MOVE WS-NOV-DESC-HABER               TO NOV-DESCRIPCION.
           MOVE 'H'                             TO NOV-TIPO.
           MOVE 'I'                             TO NOV-CLASE.
           MOVE WS-LEG-BRUTO                    TO NOV-VALOR.

           PERFORM 3350-GRABAR-NOVEDAD
              THRU 3350-GRABAR-NOVEDAD-EXIT.

           IF WS-LEG-APORTES = 0
              GO TO 3300-CERRAR-LEGAJO-EXIT
           END-IF.

           MOVE WS-LEG-PER-PRIMERO              TO WS-NDA-DESDE.
           MOVE WS-LEG-PER-ULTIMO               TO WS-NDA-HASTA.

           MOVE WS-LEG-ACTUAL                   TO NOV-LEGAJO.
           MOVE WS-CONCEPTO-APORTES             TO NOV-CONCEPTO.
           MOVE WS-NOV-DESC-APORTES             TO NOV-DESCRIPCION.
           MOVE 'D'                             TO NOV-TIPO.
           MOVE 'I'                             TO NOV-CLASE.
           MOVE WS-LEG-APORTES                  TO NOV-VALOR.

           PERFORM 3350-GRABAR-NOVEDAD
              THRU 3350-GRABAR-NOVEDAD-EXIT.

       3300-CERRAR-LEGAJO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3350-GRABAR-NOVEDAD.

           WRITE REG-NOVEDADES.

           IF FS-NOVEDADES-OK
              ADD 1                             TO WS-CANT-NOVEDADES
           ELSE
              DISPLAY 'ERROR AL GRABAR NOVEDADES.TXT: ' FS-NOVEDADES
                 ' - LEGAJO ' NOV-LEGAJO
              MOVE 04                           TO WS-RC-RETROACTIVO
           END-IF.

       3350-GRABAR-NOVEDAD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    WS-PER-AUX (AAAAMM) a WS-PERIODO-EDITADO (MM/AAAA).
       3900-EDITAR-PERIODO.

           MOVE WS-PAX-MES                      TO WS-PE-MES.
           MOVE WS-PAX-ANIO                     TO WS-PE-ANIO.

       3900-EDITAR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-CERRAR-ARCHIVOS.

           MOVE WS-CANT-LEGAJOS                 TO WS-IT1-LEGAJOS.
           MOVE WS-CANT-MESES                   TO WS-IT1-MESES.
           MOVE WS-CANT-NOVEDADES               TO WS-IT1-NOVEDADES.
           MOVE WS-CANT-BAJAS                   TO WS-IT1-BAJAS.
           MOVE WS-TOT-BRUTO                    TO WS-IT2-BRUTO.
           MOVE WS-TOT-APORTES                  TO WS-IT2-APORTES.
           MOVE WS-TOT-NETO                     TO WS-IT2-NETO.

           IF FS-INFORME-OK
              MOVE SPACES                       TO REG-INFORME
              WRITE REG-INFORME
              WRITE REG-INFORME                 FROM WS-INF-TOTAL-1
              WRITE REG-INFORME                 FROM WS-INF-TOTAL-2
              IF WS-CANT-LEG-PREVIAS > 0
                 MOVE SPACES                    TO WS-IAV-TEXTO
                 STRING WS-CANT-LEG-PREVIAS     DELIMITED BY SIZE
                        ' LEGAJO(S) CON EL RETROACTIVO YA CARGADO'
                                                DELIMITED BY SIZE
                        ' - NO SE LES AGREGO NADA'
                                                DELIMITED BY SIZE
                   INTO WS-IAV-TEXTO
                 END-STRING
                 WRITE REG-INFORME              FROM WS-INF-AVISO
              END-IF
              CLOSE INFORME
           END-IF.

           CLOSE HISTORICO.

           IF WS-MAESTRO-DISPONIBLE-SI
              CLOSE MAESTRO
           END-IF.

           IF WS-GENERA-NOVEDADES-SI
              CLOSE NOVEDADES
           END-IF.

           DISPLAY 'RETROACTIVO: ' WS-CANT-LEGAJOS ' LEGAJO(S), '
              WS-CANT-MESES ' MES(ES), ' WS-CANT-NOVEDADES
              ' NOVEDAD(ES) AGREGADAS A NOVEDADES.TXT'.

           IF WS-CANT-BAJAS > 0
              DISPLAY 'ATENCION: ' WS-CANT-BAJAS
                 ' LEGAJO(S) DADOS DE BAJA CON RETROACTIVO - VER '
                 'RETROACTIVO-INFORME.TXT'
           END-IF.

           IF WS-CANT-LEG-PREVIAS > 0
              DISPLAY 'ATENCION: ' WS-CANT-LEG-PREVIAS
                 ' LEGAJO(S) YA TENIAN EL RETROACTIVO EN NOVEDADES.TXT'
                 ' - VER RETROACTIVO-INFORME.TXT'
           END-IF.

       4000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ13.
