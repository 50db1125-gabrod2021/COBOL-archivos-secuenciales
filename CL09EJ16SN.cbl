      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: PRESUPUESTO VS. REAL DEL COSTO LABORAL
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Compara, por centro de costo, el presupuesto de costo laboral
      * que carga CL09EJ15 en PRESUPUESTO.DAT con lo efectivamente
      * liquidado, para el mes pedido y el acumulado del ano hasta ese
      * mes. PRESUPUESTO-PARAM.TXT trae el periodo AAAAMM (en blanco,
      * el mes de la fecha de corrida) y el umbral de desvio en
      * porcentaje (en blanco, 5,00).
      * Lo real sale de HISTORICO.DAT, que graba CL09EJ01 en cada
      * corrida:
      *   - dotacion: legajos liquidados en el mes (en el acumulado,
      *     el promedio mensual);
      *   - remuneracion bruta: HIS-BRUTO mas lo no remunerativo
      *     (indemnizacion de la liquidacion final), que tambien es
      *     costo del empleador;
      *   - contribuciones patronales: jubilacion y obra social
      *     patronal de CL09EJ01 sobre el sueldo del mes (bruto menos
      *     haberes de novedades), redondeadas por legajo como en la
      *     corrida.
      * El departamento de cada registro se lleva a su centro con
      * DEPTOS.TXT; un departamento que no esta en la tabla es su
      * propio centro, igual que en el asiento de CL09EJ01.
      * PRESUPUESTO-VS-REAL.TXT lista cada centro con sus
      * departamentos, las lineas del mes y del acumulado (dotacion,
      * bruto y contribuciones presupuestados y reales, variacion del
      * costo total en importe y porcentaje) y el total de la
      * empresa. Se marca el centro cuyo desvio supera el umbral en
      * mas o en menos, o que tiene costo real sin presupuesto.
      * Codigo de retorno: 04 si hubo centros marcados o faltaron
      * archivos, 00 si no.
      *
      * Modificaciones:
      * 15/10/2026 GR - El registro del historico separa la
      *                 indemnizacion de la liquidacion final
      *                 (HIS-NO-REMUNERATIVO) del bruto; el real la
      *                 sigue contando como costo.
      * 15/10/2026 GR - Los campos del registro de PRESUPUESTO.DAT pasan
      *                 al prefijo PPT- (PRE- es el de PRESTAMOS.DAT).
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PARAMETROS
           ASSIGN TO 'PRESUPUESTO-PARAM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARAMETROS.

      * Mismo layout y clave que mantiene CL09EJ15.
       SELECT PRESUPUESTO
           ASSIGN TO 'PRESUPUESTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPT-CLAVE
           FILE STATUS IS FS-PRESUPUESTO.

      * Mismo layout y clave que graba CL09EJ01 en cada corrida.
       SELECT HISTORICO
           ASSIGN TO 'HISTORICO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-HISTORICO.

      * Mismo layout que lee CL09EJ01.
       SELECT DEPTOS
           ASSIGN TO 'DEPTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPTOS.

       SELECT LISTADO
           ASSIGN TO 'PRESUPUESTO-VS-REAL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

       DATA DIVISION.

       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
      *    Periodo AAAAMM del informe; en blanco, el mes en curso.
          05 PPA-PERIODO                    PIC 9(6).
          05 PPA-PERIODO-X REDEFINES PPA-PERIODO
                                            PIC X(6).
      *    Umbral de desvio en porcentaje; en blanco, 5,00.
          05 PPA-UMBRAL                     PIC 9(3)V9(2).
          05 PPA-UMBRAL-X REDEFINES PPA-UMBRAL
                                            PIC X(5).

       FD PRESUPUESTO.
       01 PPT-REGISTRO.
          05 PPT-CLAVE.
             10 PPT-CENTRO                  PIC X(6).
             10 PPT-PERIODO                 PIC 9(6).
          05 PPT-DOTACION                   PIC 9(5).
          05 PPT-BRUTO                      PIC 9(10)V9(2).
          05 PPT-CONTRIBUCIONES             PIC 9(10)V9(2).
          05 PPT-FECHA-CARGA                PIC 9(8).

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

       FD DEPTOS.
       01 REG-DEPTOS.
          05 DEP-CODIGO                     PIC X(4).
          05 DEP-DESCRIPCION                PIC X(30).
          05 DEP-CENTRO-COSTO               PIC X(6).
          05 DEP-ACTIVO                     PIC X(1).

       FD LISTADO.
       01 REG-LISTADO                       PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-PARAMETROS                   PIC X(2).
             88 FS-PARAMETROS-OK             VALUE '00'.
             88 FS-PARAMETROS-NFD            VALUE '35'.
          05 FS-PRESUPUESTO                  PIC X(2).
             88 FS-PRESUPUESTO-OK            VALUE '00'.
             88 FS-PRESUPUESTO-NFD           VALUE '35'.
          05 FS-HISTORICO                    PIC X(2).
             88 FS-HISTORICO-OK              VALUE '00'.
             88 FS-HISTORICO-NFD             VALUE '35'.
          05 FS-DEPTOS                       PIC X(2).
             88 FS-DEPTOS-OK                 VALUE '00'.
             88 FS-DEPTOS-NFD                VALUE '35'.
          05 FS-LISTADO                      PIC X(2).
             88 FS-LISTADO-OK                VALUE '00'.

       01 WS-RC-PRESUPUESTO                  PIC 9(2) VALUE 0.

       01 WS-PRESUPUESTO-EOF                 PIC X(1) VALUE 'N'.
          88 WS-PRESUPUESTO-EOF-YES          VALUE 'Y'.
       01 WS-HISTORICO-EOF                   PIC X(1) VALUE 'N'.
          88 WS-HISTORICO-EOF-YES            VALUE 'Y'.
       01 WS-DEPTOS-EOF                      PIC X(1) VALUE 'N'.
          88 WS-DEPTOS-EOF-YES               VALUE 'Y'.
       01 WS-PRESUPUESTO-DISPONIBLE          PIC X(1) VALUE 'N'.
          88 WS-PRESUPUESTO-DISPONIBLE-SI    VALUE 'S'.
          88 WS-PRESUPUESTO-DISPONIBLE-NO    VALUE 'N'.

       01 WS-FECHA-HOY.
          05 WS-FH-ANIO                      PIC 9(4).
          05 WS-FH-MES                       PIC 9(2).
          05 WS-FH-DIA                       PIC 9(2).

      * Periodo del informe y primer mes del acumulado del ano.
       01 WS-PERIODO                         PIC 9(6) VALUE 0.
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
          05 WS-PER-ANIO                     PIC 9(4).
          05 WS-PER-MES                      PIC 9(2).
       01 WS-PER-DESDE                       PIC 9(6) VALUE 0.
       01 WS-UMBRAL                          PIC 9(3)V9(2) VALUE 5,00.

      * Contribuciones patronales de CL09EJ01 (3610): jubilacion y
      * obra social sobre el sueldo del mes; mismos porcentajes.
       01 WS-PORC-CONTRIB-JUBILACION         PIC 9(2) VALUE 16.
       01 WS-PORC-CONTRIB-OBRA-SOCIAL        PIC 9(2) VALUE 6.
       01 WS-CONTRIB-LEGAJO                  PIC 9(8)V9(2) VALUE 0.

      * Departamentos de DEPTOS.TXT con su centro de costo.
       01 WS-DEPTOS-CANT                     PIC 9(3) VALUE 0.
       01 WS-DEPTOS-MAX                      PIC 9(3) VALUE 999.
       01 WS-TABLA-DEPTOS.
          05 WS-DEP OCCURS 999 TIMES.
             10 WS-DEP-CODIGO                PIC X(4).
             10 WS-DEP-DESC                  PIC X(30).
             10 WS-DEP-CENTRO                PIC X(6).
       01 WS-DEP-IDX                         PIC 9(3) VALUE 0.

      * Centros de costo del informe, en el orden de DEPTOS.TXT y a
      * continuacion los que aparecen solo en el historico o en el
      * presupuesto. Lapso 1 = el mes, lapso 2 = el acumulado del
      * ano; la dotacion del acumulado suma legajos-mes.
       01 WS-CENTROS-CANT                    PIC 9(3) VALUE 0.
       01 WS-CENTROS-MAX                     PIC 9(3) VALUE 999.
       01 WS-TABLA-CENTROS.
          05 WS-CEN OCCURS 999 TIMES.
             10 WS-CEN-CODIGO                PIC X(6).
             10 WS-CEN-LAPSO OCCURS 2 TIMES.
                15 WS-CEN-PPTO-DOT           PIC 9(7).
                15 WS-CEN-PPTO-BRUTO         PIC 9(11)V9(2).
                15 WS-CEN-PPTO-CONTRIB       PIC 9(11)V9(2).
                15 WS-CEN-REAL-DOT           PIC 9(7).
                15 WS-CEN-REAL-BRUTO         PIC 9(11)V9(2).
                15 WS-CEN-REAL-CONTRIB       PIC 9(11)V9(2).
       01 WS-CEN-IDX                         PIC 9(3) VALUE 0.
       01 WS-CEN-BUSCADO                     PIC X(6) VALUE SPACES.
       01 WS-CEN-HALLADO                     PIC 9(3) VALUE 0.
       01 WS-CEN-DESBORDE                    PIC X(1) VALUE 'N'.
          88 WS-CEN-DESBORDE-SI              VALUE 'S'.
          88 WS-CEN-DESBORDE-NO              VALUE 'N'.

      * Total de la empresa, con los mismos dos lapsos.
       01 WS-TOTAL-EMPRESA.
          05 WS-EMP-LAPSO OCCURS 2 TIMES.
             10 WS-EMP-PPTO-DOT              PIC 9(7).
             10 WS-EMP-PPTO-BRUTO            PIC 9(11)V9(2).
             10 WS-EMP-PPTO-CONTRIB          PIC 9(11)V9(2).
             10 WS-EMP-REAL-DOT              PIC 9(7).
             10 WS-EMP-REAL-BRUTO            PIC 9(11)V9(2).
             10 WS-EMP-REAL-CONTRIB          PIC 9(11)V9(2).
       01 WS-LAP                             PIC 9(1) VALUE 0.

      * Valores del lapso que se imprime (centro o empresa).
       01 WS-LIN-PPTO-DOT                    PIC 9(7) VALUE 0.
       01 WS-LIN-PPTO-BRUTO                  PIC 9(11)V9(2) VALUE 0.
       01 WS-LIN-PPTO-CONTRIB                PIC 9(11)V9(2) VALUE 0.
       01 WS-LIN-REAL-DOT                    PIC 9(7) VALUE 0.
       01 WS-LIN-REAL-BRUTO                  PIC 9(11)V9(2) VALUE 0.
       01 WS-LIN-REAL-CONTRIB                PIC 9(11)V9(2) VALUE 0.
       01 WS-LIN-PPTO-COSTO                  PIC 9(12)V9(2) VALUE 0.
       01 WS-LIN-REAL-COSTO                  PIC 9(12)V9(2) VALUE 0.
       01 WS-LIN-VARIACION                   PIC S9(12)V9(2) VALUE 0.
       01 WS-LIN-PORCENTAJE                  PIC S9(4)V9(2) VALUE 0.
       01 WS-LIN-DOT-PROMEDIO                PIC 9(7) VALUE 0.
       01 WS-LIN-MARCADO                     PIC X(1) VALUE 'N'.
          88 WS-LIN-MARCADO-SI               VALUE 'S'.
          88 WS-LIN-MARCADO-NO               VALUE 'N'.
       01 WS-CEN-MARCADO                     PIC X(1) VALUE 'N'.
          88 WS-CEN-MARCADO-SI               VALUE 'S'.
          88 WS-CEN-MARCADO-NO               VALUE 'N'.

       01 WS-CANT-HISTORICO                  PIC 9(7) VALUE 0.
       01 WS-CANT-PRESUPUESTO                PIC 9(7) VALUE 0.
       01 WS-CANT-CENTROS-LISTADOS           PIC 9(3) VALUE 0.
       01 WS-CANT-CENTROS-MARCADOS           PIC 9(3) VALUE 0.

      * Lineas del listado.
       01 WS-LST-TITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(36)
             VALUE 'PRESUPUESTO VS. REAL - COSTO LABORAL'.
          05 FILLER                          PIC X(11)
             VALUE ' - PERIODO '.
          05 WS-LTI-MES                      PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-LTI-ANIO                     PIC 9(4).
          05 FILLER                          PIC X(20)
             VALUE '  UMBRAL DE DESVIO: '.
          05 WS-LTI-UMBRAL                   PIC ZZ9,99.
          05 FILLER                          PIC X(01) VALUE '%'.
          05 FILLER                          PIC X(11)
             VALUE '  EMITIDO: '.
          05 WS-LTI-DIA-HOY                  PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-LTI-MES-HOY                  PIC 9(2).
          05 FILLER                          PIC X(01) VALUE '/'.
          05 WS-LTI-ANIO-HOY                 PIC 9(4).

       01 WS-LST-SUBTITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(37)
             VALUE 'MES = EL PERIODO; ANUAL = ACUMULADO D'.
          05 FILLER                          PIC X(38)
             VALUE 'EL ANO (DOTACION PROMEDIO MENSUAL) - C'.
          05 FILLER                          PIC X(30)
             VALUE 'OSTO TOTAL = BRUTO + CONTRIB. '.

       01 WS-LST-ENCABEZADO-1.
          05 FILLER                          PIC X(08) VALUE SPACES.
          05 FILLER                          PIC X(08)
             VALUE 'DOTACION'.
          05 FILLER                          PIC X(06) VALUE SPACES.
          05 FILLER                          PIC X(18)
             VALUE 'REMUNERACION BRUTA'.
          05 FILLER                          PIC X(12) VALUE SPACES.
          05 FILLER                          PIC X(25)
             VALUE 'CONTRIBUCIONES PATRONALES'.
          05 FILLER                          PIC X(05) VALUE SPACES.
          05 FILLER                          PIC X(25)
             VALUE 'VARIACION DEL COSTO TOTAL'.

       01 WS-LST-ENCABEZADO-2.
          05 FILLER                          PIC X(06)
             VALUE ' LAPSO'.
          05 FILLER                          PIC X(08)
             VALUE '    PPTO'.
          05 FILLER                          PIC X(07)
             VALUE '   REAL'.
          05 FILLER                          PIC X(15)
             VALUE '    PRESUPUESTO'.
          05 FILLER                          PIC X(15)
             VALUE '           REAL'.
          05 FILLER                          PIC X(15)
             VALUE '    PRESUPUESTO'.
          05 FILLER                          PIC X(15)
             VALUE '           REAL'.
          05 FILLER                          PIC X(16)
             VALUE '         IMPORTE'.
          05 FILLER                          PIC X(08)
             VALUE '       %'.
          05 FILLER                          PIC X(13)
             VALUE '  OBSERVACION'.

       01 WS-LST-CENTRO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LCE-TITULO                   PIC X(17)
             VALUE 'CENTRO DE COSTO: '.
          05 WS-LCE-CENTRO                   PIC X(6).

       01 WS-LST-DEPTO.
          05 FILLER                          PIC X(04) VALUE SPACES.
          05 FILLER                          PIC X(06)
             VALUE 'DEPTO '.
          05 WS-LDE-CODIGO                   PIC X(4).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDE-DESC                     PIC X(30).

       01 WS-LST-SIN-DEPTOS.
          05 FILLER                          PIC X(04) VALUE SPACES.
          05 FILLER                          PIC X(35)
             VALUE '(NINGUN DEPARTAMENTO DE DEPTOS.TXT)'.

       01 WS-LST-DETALLE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-LAPSO                    PIC X(5).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-LDT-PPTO-DOT                 PIC ZZ.ZZ9.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-REAL-DOT                 PIC ZZ.ZZ9.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-PPTO-BRUTO               PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-REAL-BRUTO               PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-PPTO-CONTRIB             PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-REAL-CONTRIB             PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-VARIACION                PIC ZZZ.ZZZ.ZZ9,99-.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-PORCENTAJE               PIC ZZZ9,99-.
          05 WS-LDT-PORCENTAJE-X REDEFINES WS-LDT-PORCENTAJE
                                             PIC X(8).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LDT-OBSERVACION              PIC X(21).

       01 WS-LST-PIE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(18)
             VALUE 'CENTROS LISTADOS: '.
          05 WS-LPI-LISTADOS                 PIC ZZ9.
          05 FILLER                          PIC X(25)
             VALUE '  CENTROS FUERA DE UMBRAL'.
          05 FILLER                          PIC X(24)
             VALUE ' O SIN PRESUPUESTO:     '.
          05 WS-LPI-MARCADOS                 PIC ZZ9.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.

           PERFORM 1000-LEER-PARAMETROS
              THRU 1000-LEER-PARAMETROS-EXIT.

           PERFORM 1100-ABRIR-ARCHIVOS
              THRU 1100-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-DEPTOS
              THRU 1200-CARGAR-DEPTOS-EXIT.

           INITIALIZE WS-TOTAL-EMPRESA.

           PERFORM 2000-SUMAR-REAL
              THRU 2000-SUMAR-REAL-EXIT.

           PERFORM 3000-SUMAR-PRESUPUESTO
              THRU 3000-SUMAR-PRESUPUESTO-EXIT.

           PERFORM 4000-IMPRIMIR-INFORME
              THRU 4000-IMPRIMIR-INFORME-EXIT.

           PERFORM 5000-CERRAR-ARCHIVOS
              THRU 5000-CERRAR-ARCHIVOS-EXIT.

      *    04 = hay centros fuera del umbral o con costo sin
      *    presupuesto, o el informe salio incompleto.
           IF WS-CANT-CENTROS-MARCADOS > 0
              OR WS-CEN-DESBORDE-SI
              MOVE 04                           TO WS-RC-PRESUPUESTO
           END-IF.

           MOVE WS-RC-PRESUPUESTO               TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
      *    Sin PRESUPUESTO-PARAM.TXT, o con campos en blanco, se usa
      *    el mes de la fecha de corrida y un umbral de 5,00%.
       1000-LEER-PARAMETROS.

           MOVE WS-FH-ANIO                      TO WS-PER-ANIO.
           MOVE WS-FH-MES                       TO WS-PER-MES.

           OPEN INPUT PARAMETROS.

           IF FS-PARAMETROS-OK
              READ PARAMETROS
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM 1050-VALIDAR-PARAMETROS
                       THRU 1050-VALIDAR-PARAMETROS-EXIT
              END-READ
              CLOSE PARAMETROS
           END-IF.

           COMPUTE WS-PER-DESDE = WS-PER-ANIO * 100 + 1.

       1000-LEER-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1050-VALIDAR-PARAMETROS.

           IF PPA-PERIODO-X NOT = SPACES
              IF PPA-PERIODO NUMERIC
                 AND PPA-PERIODO(1:4) >= '2000'
                 AND PPA-PERIODO(1:4) <= '2099'
                 AND PPA-PERIODO(5:2) >= '01'
                 AND PPA-PERIODO(5:2) <= '12'
                 MOVE PPA-PERIODO               TO WS-PERIODO
              ELSE
                 DISPLAY 'ATENCION: PERIODO INVALIDO EN '
                    'PRESUPUESTO-PARAM.TXT (' PPA-PERIODO-X ') - SE '
                    'USA EL MES DE LA FECHA DE CORRIDA'
              END-IF
           END-IF.

           IF PPA-UMBRAL-X NOT = SPACES
              IF PPA-UMBRAL NUMERIC
                 MOVE PPA-UMBRAL                TO WS-UMBRAL
              ELSE
                 DISPLAY 'ATENCION: UMBRAL INVALIDO EN '
                    'PRESUPUESTO-PARAM.TXT (' PPA-UMBRAL-X ') - SE '
                    'USA 5,00%'
              END-IF
           END-IF.

       1050-VALIDAR-PARAMETROS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Sin historico no hay nada real que comparar; sin
      *    presupuesto se informa lo real y todo centro con costo sale
      *    marcado.
       1100-ABRIR-ARCHIVOS.

           OPEN INPUT HISTORICO.

           IF NOT FS-HISTORICO-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORICO: ' FS-HISTORICO
              DISPLAY 'SIN HISTORICO.DAT NO HAY COSTO REAL QUE '
                 'COMPARAR'
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT PRESUPUESTO.

           IF FS-PRESUPUESTO-OK
              SET WS-PRESUPUESTO-DISPONIBLE-SI  TO TRUE
           ELSE
              IF FS-PRESUPUESTO-NFD
                 DISPLAY 'ATENCION: NO EXISTE PRESUPUESTO.DAT - SE '
                    'INFORMA SOLO EL COSTO REAL'
              ELSE
                 DISPLAY 'ERROR AL ABRIR EL PRESUPUESTO: '
                    FS-PRESUPUESTO
              END-IF
              SET WS-PRESUPUESTO-EOF-YES        TO TRUE
              MOVE 04                           TO WS-RC-PRESUPUESTO
           END-IF.

           OPEN OUTPUT LISTADO.

           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ABRIR EL LISTADO: ' FS-LISTADO
              CLOSE HISTORICO
              IF WS-PRESUPUESTO-DISPONIBLE-SI
                 CLOSE PRESUPUESTO
              END-IF
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

       1100-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    DEPTOS.TXT se lee completo a memoria, como en CL09EJ01;
      *    cada centro nuevo entra a la tabla de centros en el orden
      *    del archivo.
       1200-CARGAR-DEPTOS.

           OPEN INPUT DEPTOS.

           IF FS-DEPTOS-OK
              PERFORM 1250-LEER-UN-DEPTO
                 THRU 1250-LEER-UN-DEPTO-EXIT
                UNTIL WS-DEPTOS-EOF-YES
              CLOSE DEPTOS
           ELSE
              IF FS-DEPTOS-NFD
                 DISPLAY 'ATENCION: NO EXISTE DEPTOS.TXT - CADA '
                    'DEPARTAMENTO SE INFORMA COMO SU PROPIO CENTRO'
              ELSE
                 DISPLAY 'ERROR AL ABRIR DEPTOS: ' FS-DEPTOS
              END-IF
           END-IF.

       1200-CARGAR-DEPTOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1250-LEER-UN-DEPTO.

           READ DEPTOS
              AT END
                 SET WS-DEPTOS-EOF-YES          TO TRUE
                 GO TO 1250-LEER-UN-DEPTO-EXIT
           END-READ.

           IF WS-DEPTOS-CANT NOT < WS-DEPTOS-MAX
              DISPLAY 'ATENCION: DEPTOS.TXT SUPERA ' WS-DEPTOS-MAX
                 ' DEPARTAMENTOS - SE IGNORA ' DEP-CODIGO
              GO TO 1250-LEER-UN-DEPTO-EXIT
           END-IF.

           ADD 1                                TO WS-DEPTOS-CANT.
           MOVE DEP-CODIGO          TO WS-DEP-CODIGO(WS-DEPTOS-CANT).
           MOVE DEP-DESCRIPCION     TO WS-DEP-DESC(WS-DEPTOS-CANT).
           MOVE DEP-CENTRO-COSTO    TO WS-DEP-CENTRO(WS-DEPTOS-CANT).

           MOVE DEP-CENTRO-COSTO                TO WS-CEN-BUSCADO.

           PERFORM 2600-UBICAR-CENTRO
              THRU 2600-UBICAR-CENTRO-EXIT.

       1250-LEER-UN-DEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Lo real: los registros del historico desde enero hasta el
      *    periodo del informe (la clave empieza por el periodo).
       2000-SUMAR-REAL.

           MOVE WS-PER-DESDE                    TO HIS-PERIODO.
           MOVE 0                               TO HIS-LEGAJO.

           START HISTORICO KEY IS NOT LESS THAN HIS-CLAVE
              INVALID KEY
                 SET WS-HISTORICO-EOF-YES       TO TRUE
           END-START.

           PERFORM 2100-LEER-HISTORICO
              THRU 2100-LEER-HISTORICO-EXIT
             UNTIL WS-HISTORICO-EOF-YES.

       2000-SUMAR-REAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2100-LEER-HISTORICO.

           READ HISTORICO NEXT RECORD
              AT END
                 SET WS-HISTORICO-EOF-YES       TO TRUE
                 GO TO 2100-LEER-HISTORICO-EXIT
           END-READ.

           IF HIS-PERIODO > WS-PERIODO
              SET WS-HISTORICO-EOF-YES          TO TRUE
              GO TO 2100-LEER-HISTORICO-EXIT
           END-IF.

           ADD 1                                TO WS-CANT-HISTORICO.

      *    Departamento -> centro con DEPTOS.TXT; si no esta, el
      *    departamento es su propio centro (como en CL09EJ01).
           MOVE HIS-DEPTO                       TO WS-CEN-BUSCADO.

           PERFORM 2200-COMPARAR-DEPTO
              THRU 2200-COMPARAR-DEPTO-EXIT
             VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPTOS-CANT.

           PERFORM 2600-UBICAR-CENTRO
              THRU 2600-UBICAR-CENTRO-EXIT.

      *    Contribuciones como en CL09EJ01: sobre el sueldo del mes
      *    (bruto sin haberes de novedades), redondeadas por legajo.
           COMPUTE WS-CONTRIB-LEGAJO ROUNDED =
                   (HIS-BRUTO - HIS-NOV-HABERES)
                 * (WS-PORC-CONTRIB-JUBILACION
                    + WS-PORC-CONTRIB-OBRA-SOCIAL) / 100.

           MOVE 2                               TO WS-LAP.

           PERFORM 2300-ACUMULAR-REAL
              THRU 2300-ACUMULAR-REAL-EXIT.

           IF HIS-PERIODO = WS-PERIODO
              MOVE 1                            TO WS-LAP
              PERFORM 2300-ACUMULAR-REAL
                 THRU 2300-ACUMULAR-REAL-EXIT
           END-IF.

       2100-LEER-HISTORICO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2200-COMPARAR-DEPTO.

           IF WS-DEP-CODIGO(WS-DEP-IDX) = HIS-DEPTO
              MOVE WS-DEP-CENTRO(WS-DEP-IDX)    TO WS-CEN-BUSCADO
              MOVE WS-DEPTOS-CANT               TO WS-DEP-IDX
           END-IF.

       2200-COMPARAR-DEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Un legajo-mes en el lapso WS-LAP del centro hallado (si la
      *    tabla desbordo, solo en el total de la empresa).
       2300-ACUMULAR-REAL.

           IF WS-CEN-HALLADO > 0
              ADD 1          TO WS-CEN-REAL-DOT(WS-CEN-HALLADO, WS-LAP)
              ADD HIS-BRUTO HIS-NO-REMUNERATIVO
                           TO WS-CEN-REAL-BRUTO(WS-CEN-HALLADO, WS-LAP)
              ADD WS-CONTRIB-LEGAJO
                         TO WS-CEN-REAL-CONTRIB(WS-CEN-HALLADO, WS-LAP)
           END-IF.

           ADD 1                         TO WS-EMP-REAL-DOT(WS-LAP).
           ADD HIS-BRUTO HIS-NO-REMUNERATIVO
                                         TO WS-EMP-REAL-BRUTO(WS-LAP).
           ADD WS-CONTRIB-LEGAJO         TO WS-EMP-REAL-CONTRIB(WS-LAP).

       2300-ACUMULAR-REAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Busca WS-CEN-BUSCADO en la tabla de centros y lo agrega si
      *    no esta; deja la posicion en WS-CEN-HALLADO (cero si la
      *    tabla esta llena).
       2600-UBICAR-CENTRO.

           MOVE 0                               TO WS-CEN-HALLADO.

           PERFORM 2650-COMPARAR-CENTRO
              THRU 2650-COMPARAR-CENTRO-EXIT
             VARYING WS-CEN-IDX FROM 1 BY 1
               UNTIL WS-CEN-IDX > WS-CENTROS-CANT
                  OR WS-CEN-HALLADO > 0.

           IF WS-CEN-HALLADO > 0
              GO TO 2600-UBICAR-CENTRO-EXIT
           END-IF.

           IF WS-CENTROS-CANT NOT < WS-CENTROS-MAX
              IF WS-CEN-DESBORDE-NO
                 DISPLAY 'ATENCION: MAS DE ' WS-CENTROS-MAX
                    ' CENTROS DE COSTO - LOS DEMAS SOLO SUMAN AL '
                    'TOTAL DE LA EMPRESA'
                 SET WS-CEN-DESBORDE-SI         TO TRUE
              END-IF
              GO TO 2600-UBICAR-CENTRO-EXIT
           END-IF.

           ADD 1                                TO WS-CENTROS-CANT.
           MOVE WS-CENTROS-CANT                 TO WS-CEN-HALLADO.
           INITIALIZE WS-CEN(WS-CEN-HALLADO).
           MOVE WS-CEN-BUSCADO        TO WS-CEN-CODIGO(WS-CEN-HALLADO).

       2600-UBICAR-CENTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-COMPARAR-CENTRO.

           IF WS-CEN-CODIGO(WS-CEN-IDX) = WS-CEN-BUSCADO
              MOVE WS-CEN-IDX                   TO WS-CEN-HALLADO
           END-IF.

       2650-COMPARAR-CENTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El presupuesto: se recorre PRESUPUESTO.DAT completo y se
      *    toman los meses desde enero hasta el periodo del informe.
       3000-SUMAR-PRESUPUESTO.

           PERFORM 3100-LEER-PRESUPUESTO
              THRU 3100-LEER-PRESUPUESTO-EXIT
             UNTIL WS-PRESUPUESTO-EOF-YES.

       3000-SUMAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3100-LEER-PRESUPUESTO.

           READ PRESUPUESTO NEXT RECORD
              AT END
                 SET WS-PRESUPUESTO-EOF-YES     TO TRUE
                 GO TO 3100-LEER-PRESUPUESTO-EXIT
           END-READ.

           IF PPT-PERIODO < WS-PER-DESDE
              OR PPT-PERIODO > WS-PERIODO
              GO TO 3100-LEER-PRESUPUESTO-EXIT
           END-IF.

           ADD 1                                TO WS-CANT-PRESUPUESTO.

           MOVE PPT-CENTRO                      TO WS-CEN-BUSCADO.

           PERFORM 2600-UBICAR-CENTRO
              THRU 2600-UBICAR-CENTRO-EXIT.

           MOVE 2                               TO WS-LAP.

           PERFORM 3200-ACUMULAR-PRESUPUESTO
              THRU 3200-ACUMULAR-PRESUPUESTO-EXIT.

           IF PPT-PERIODO = WS-PERIODO
              MOVE 1                            TO WS-LAP
              PERFORM 3200-ACUMULAR-PRESUPUESTO
                 THRU 3200-ACUMULAR-PRESUPUESTO-EXIT
           END-IF.

       3100-LEER-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3200-ACUMULAR-PRESUPUESTO.

           IF WS-CEN-HALLADO > 0
              ADD PPT-DOTACION
                             TO WS-CEN-PPTO-DOT(WS-CEN-HALLADO, WS-LAP)
              ADD PPT-BRUTO
                           TO WS-CEN-PPTO-BRUTO(WS-CEN-HALLADO, WS-LAP)
              ADD PPT-CONTRIBUCIONES
                         TO WS-CEN-PPTO-CONTRIB(WS-CEN-HALLADO, WS-LAP)
           END-IF.

           ADD PPT-DOTACION              TO WS-EMP-PPTO-DOT(WS-LAP).
           ADD PPT-BRUTO                 TO WS-EMP-PPTO-BRUTO(WS-LAP).
           ADD PPT-CONTRIBUCIONES        TO WS-EMP-PPTO-CONTRIB(WS-LAP).

       3200-ACUMULAR-PRESUPUESTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Un bloque por centro con presupuesto o costo en el ano y al
      *    final el total de la empresa.
       4000-IMPRIMIR-INFORME.

           MOVE WS-PER-MES                      TO WS-LTI-MES.
           MOVE WS-PER-ANIO                     TO WS-LTI-ANIO.
           MOVE WS-UMBRAL                       TO WS-LTI-UMBRAL.
           MOVE WS-FH-DIA                       TO WS-LTI-DIA-HOY.
           MOVE WS-FH-MES                       TO WS-LTI-MES-HOY.
           MOVE WS-FH-ANIO                      TO WS-LTI-ANIO-HOY.

           WRITE REG-LISTADO                    FROM WS-LST-TITULO.
           WRITE REG-LISTADO                    FROM WS-LST-SUBTITULO.
           MOVE SPACES                          TO REG-LISTADO.
           WRITE REG-LISTADO.
           WRITE REG-LISTADO                   FROM WS-LST-ENCABEZADO-1.
           WRITE REG-LISTADO                   FROM WS-LST-ENCABEZADO-2.
           MOVE SPACES                          TO REG-LISTADO.
           WRITE REG-LISTADO.

           PERFORM 4100-IMPRIMIR-CENTRO
              THRU 4100-IMPRIMIR-CENTRO-EXIT
             VARYING WS-CEN-IDX FROM 1 BY 1
               UNTIL WS-CEN-IDX > WS-CENTROS-CANT.

      *    Total de la empresa.
           MOVE 'TOTAL EMPRESA    '             TO WS-LCE-TITULO.
           MOVE SPACES                          TO WS-LCE-CENTRO.
           WRITE REG-LISTADO                    FROM WS-LST-CENTRO.

           SET WS-CEN-MARCADO-NO                TO TRUE.

           PERFORM 4200-IMPRIMIR-EMPRESA
              THRU 4200-IMPRIMIR-EMPRESA-EXIT
             VARYING WS-LAP FROM 1 BY 1
               UNTIL WS-LAP > 2.

           MOVE SPACES                          TO REG-LISTADO.
           WRITE REG-LISTADO.

           MOVE WS-CANT-CENTROS-LISTADOS        TO WS-LPI-LISTADOS.
           MOVE WS-CANT-CENTROS-MARCADOS        TO WS-LPI-MARCADOS.
           WRITE REG-LISTADO                    FROM WS-LST-PIE.

       4000-IMPRIMIR-INFORME-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Un centro sin presupuesto ni costo en el ano no se lista.
       4100-IMPRIMIR-CENTRO.

           IF WS-CEN-PPTO-BRUTO(WS-CEN-IDX, 2) = 0
              AND WS-CEN-PPTO-CONTRIB(WS-CEN-IDX, 2) = 0
              AND WS-CEN-PPTO-DOT(WS-CEN-IDX, 2) = 0
              AND WS-CEN-REAL-DOT(WS-CEN-IDX, 2) = 0
              GO TO 4100-IMPRIMIR-CENTRO-EXIT
           END-IF.

           ADD 1                           TO WS-CANT-CENTROS-LISTADOS.

           MOVE 'CENTRO DE COSTO: '             TO WS-LCE-TITULO.
           MOVE WS-CEN-CODIGO(WS-CEN-IDX)       TO WS-LCE-CENTRO.
           WRITE REG-LISTADO                    FROM WS-LST-CENTRO.

           MOVE 0                               TO WS-CEN-HALLADO.

           PERFORM 4150-IMPRIMIR-DEPTO
              THRU 4150-IMPRIMIR-DEPTO-EXIT
             VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPTOS-CANT.

           IF WS-CEN-HALLADO = 0
              WRITE REG-LISTADO                 FROM WS-LST-SIN-DEPTOS
           END-IF.

           SET WS-CEN-MARCADO-NO                TO TRUE.

           PERFORM 4160-IMPRIMIR-LAPSO-CENTRO
              THRU 4160-IMPRIMIR-LAPSO-CENTRO-EXIT
             VARYING WS-LAP FROM 1 BY 1
               UNTIL WS-LAP > 2.

           IF WS-CEN-MARCADO-SI
              ADD 1                        TO WS-CANT-CENTROS-MARCADOS
           END-IF.

           MOVE SPACES                          TO REG-LISTADO.
           WRITE REG-LISTADO.

       4100-IMPRIMIR-CENTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Departamentos del centro (WS-CEN-HALLADO cuenta cuantos).
       4150-IMPRIMIR-DEPTO.

           IF WS-DEP-CENTRO(WS-DEP-IDX) NOT = WS-CEN-CODIGO(WS-CEN-IDX)
              GO TO 4150-IMPRIMIR-DEPTO-EXIT
           END-IF.

           ADD 1                                TO WS-CEN-HALLADO.
           MOVE WS-DEP-CODIGO(WS-DEP-IDX)       TO WS-LDE-CODIGO.
           MOVE WS-DEP-DESC(WS-DEP-IDX)         TO WS-LDE-DESC.
           WRITE REG-LISTADO                    FROM WS-LST-DEPTO.

       4150-IMPRIMIR-DEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4160-IMPRIMIR-LAPSO-CENTRO.

           MOVE WS-CEN-PPTO-DOT(WS-CEN-IDX, WS-LAP)
                                                TO WS-LIN-PPTO-DOT.
           MOVE WS-CEN-PPTO-BRUTO(WS-CEN-IDX, WS-LAP)
                                                TO WS-LIN-PPTO-BRUTO.
           MOVE WS-CEN-PPTO-CONTRIB(WS-CEN-IDX, WS-LAP)
                                                TO WS-LIN-PPTO-CONTRIB.
           MOVE WS-CEN-REAL-DOT(WS-CEN-IDX, WS-LAP)
                                                TO WS-LIN-REAL-DOT.
           MOVE WS-CEN-REAL-BRUTO(WS-CEN-IDX, WS-LAP)
                                                TO WS-LIN-REAL-BRUTO.
           MOVE WS-CEN-REAL-CONTRIB(WS-CEN-IDX, WS-LAP)
                                                TO WS-LIN-REAL-CONTRIB.

           PERFORM 4300-IMPRIMIR-LAPSO
              THRU 4300-IMPRIMIR-LAPSO-EXIT.

       4160-IMPRIMIR-LAPSO-CENTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4200-IMPRIMIR-EMPRESA.

           MOVE WS-EMP-PPTO-DOT(WS-LAP)         TO WS-LIN-PPTO-DOT.
           MOVE WS-EMP-PPTO-BRUTO(WS-LAP)       TO WS-LIN-PPTO-BRUTO.
           MOVE WS-EMP-PPTO-CONTRIB(WS-LAP)     TO WS-LIN-PPTO-CONTRIB.
           MOVE WS-EMP-REAL-DOT(WS-LAP)         TO WS-LIN-REAL-DOT.
           MOVE WS-EMP-REAL-BRUTO(WS-LAP)       TO WS-LIN-REAL-BRUTO.
           MOVE WS-EMP-REAL-CONTRIB(WS-LAP)     TO WS-LIN-REAL-CONTRIB.

           PERFORM 4300-IMPRIMIR-LAPSO
              THRU 4300-IMPRIMIR-LAPSO-EXIT.

       4200-IMPRIMIR-EMPRESA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Una linea MES o ANUAL con los valores de WS-LIN-*: la
      *    variacion es costo real menos costo presupuestado y el
      *    porcentaje es sobre el presupuestado. Se marca el desvio
      *    que supera el umbral en mas o en menos y el costo real sin
      *    presupuesto.
       4300-IMPRIMIR-LAPSO.

           MOVE SPACES                          TO WS-LDT-OBSERVACION.
           SET WS-LIN-MARCADO-NO                TO TRUE.

           IF WS-LAP = 1
              MOVE 'MES'                        TO WS-LDT-LAPSO
              MOVE WS-LIN-PPTO-DOT              TO WS-LDT-PPTO-DOT
              MOVE WS-LIN-REAL-DOT              TO WS-LDT-REAL-DOT
           ELSE
              MOVE 'ANUAL'                      TO WS-LDT-LAPSO
              COMPUTE WS-LIN-DOT-PROMEDIO ROUNDED =
                      WS-LIN-PPTO-DOT / WS-PER-MES
              MOVE WS-LIN-DOT-PROMEDIO          TO WS-LDT-PPTO-DOT
              COMPUTE WS-LIN-DOT-PROMEDIO ROUNDED =
                      WS-LIN-REAL-DOT / WS-PER-MES
              MOVE WS-LIN-DOT-PROMEDIO          TO WS-LDT-REAL-DOT
           END-IF.

           MOVE WS-LIN-PPTO-BRUTO               TO WS-LDT-PPTO-BRUTO.
           MOVE WS-LIN-REAL-BRUTO               TO WS-LDT-REAL-BRUTO.
           MOVE WS-LIN-PPTO-CONTRIB             TO WS-LDT-PPTO-CONTRIB.
           MOVE WS-LIN-REAL-CONTRIB             TO WS-LDT-REAL-CONTRIB.

           COMPUTE WS-LIN-PPTO-COSTO =
                   WS-LIN-PPTO-BRUTO + WS-LIN-PPTO-CONTRIB.
           COMPUTE WS-LIN-REAL-COSTO =
                   WS-LIN-REAL-BRUTO + WS-LIN-REAL-CONTRIB.
           COMPUTE WS-LIN-VARIACION =
                   WS-LIN-REAL-COSTO - WS-LIN-PPTO-COSTO.

           MOVE WS-LIN-VARIACION                TO WS-LDT-VARIACION.

           IF WS-LIN-PPTO-COSTO = 0
              MOVE SPACES                       TO WS-LDT-PORCENTAJE-X
              IF WS-LIN-REAL-COSTO > 0
                 MOVE '  S/PPTO'                TO WS-LDT-PORCENTAJE-X
                 MOVE '*** SIN PRESUPUESTO'     TO WS-LDT-OBSERVACION
                 SET WS-LIN-MARCADO-SI          TO TRUE
              END-IF
              GO TO 4300-IMPRIMIR-LAPSO-SIGUE
           END-IF.

           COMPUTE WS-LIN-PORCENTAJE ROUNDED =
                   WS-LIN-VARIACION * 100 / WS-LIN-PPTO-COSTO
              ON SIZE ERROR
                 MOVE 9999,99                   TO WS-LIN-PORCENTAJE
           END-COMPUTE.

           MOVE WS-LIN-PORCENTAJE               TO WS-LDT-PORCENTAJE.

           IF WS-LIN-PORCENTAJE > WS-UMBRAL
              MOVE '*** SOBRE PRESUPUESTO'      TO WS-LDT-OBSERVACION
              SET WS-LIN-MARCADO-SI             TO TRUE
           END-IF.

           IF WS-LIN-PORCENTAJE < 0
              AND (0 - WS-LIN-PORCENTAJE) > WS-UMBRAL
              MOVE '*** BAJO PRESUPUESTO'       TO WS-LDT-OBSERVACION
              SET WS-LIN-MARCADO-SI             TO TRUE
           END-IF.

       4300-IMPRIMIR-LAPSO-SIGUE.

           IF WS-LIN-MARCADO-SI
              SET WS-CEN-MARCADO-SI             TO TRUE
           END-IF.

           WRITE REG-LISTADO                    FROM WS-LST-DETALLE.
           IF NOT FS-LISTADO-OK
              DISPLAY 'ERROR AL ESCRIBIR EL LISTADO: ' FS-LISTADO
           END-IF.

       4300-IMPRIMIR-LAPSO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       5000-CERRAR-ARCHIVOS.

           CLOSE HISTORICO.

           IF WS-PRESUPUESTO-DISPONIBLE-SI
              CLOSE PRESUPUESTO
           END-IF.

           CLOSE LISTADO.

           DISPLAY 'PRESUPUESTO VS. REAL ' WS-PERIODO ': '
              WS-CANT-HISTORICO ' REGISTRO(S) DEL HISTORICO, '
              WS-CANT-PRESUPUESTO ' DE PRESUPUESTO, '
              WS-CANT-CENTROS-LISTADOS ' CENTRO(S), '
              WS-CANT-CENTROS-MARCADOS ' MARCADO(S)'.

       5000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ16.
