      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: REIMPRESION DE RECIBOS E HISTORIAL DE SUELDOS
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * RECIBOS.TXT se pisa en cada corrida; cuando un empleado, un
      * banco o un juzgado pide un recibo de hace meses habia que
      * armarlo a mano, aunque HISTORICO.DAT ya guarda la apertura de
      * cada liquidacion. Este programa lee REIMPRESION.TXT (legajo y
      * rango de periodos AAAAMM por linea) y para cada pedido:
      *   - reimprime en RECIBOS-DUPLICADO.TXT el recibo de cada
      *     periodo con el mismo layout de CL09EJ01, marcado
      *     DUPLICADO y con la corrida que lo liquido; el acumulado
      *     anual que muestra es el del ano del recibo hasta ese
      *     periodo, sumado desde el historico (no el de hoy);
      *   - arma en HISTORIAL-SUELDOS.TXT el historial periodo por
      *     periodo del legajo, con totales, para certificados de
      *     prestamos y alquileres;
      *   - deja en REIMPRESION-OBSERVACIONES.TXT cada pedido
      *     invalido, cada periodo sin registro en el historico y
      *     cada legajo sin ningun periodo en el rango, para que
      *     nada se saltee en silencio.
      * El historico no guarda la jubilacion y la obra social por
      * separado, solo las deducciones totales: los aportes se
      * reconstruyen exactos (deducciones menos descuentos de
      * novedades menos ganancias, como en CL09EJ07) y se abren con
      * los porcentajes de CL09EJ01; las novedades salen en una
      * linea de haberes y una de descuentos, con su total.
      * Codigo de retorno: 04 si hubo observaciones, 00 si se
      * reimprimio todo lo pedido.
      *
      * Modificaciones:
      * 15/10/2026 GR - La indemnizacion de la liquidacion final viaja
      *                 aparte en el historico (HIS-NO-REMUNERATIVO):
      *                 el recibo duplicado la muestra en su propia
      *                 linea y el historial la suma al bruto y a la
      *                 columna de haberes de novedades (que abre el
      *                 bruto), asi bruto menos aportes, descuentos de
      *                 novedades y ganancias da el neto de la fila y
      *                 del total.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ10.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SOLICITUDES
           ASSIGN TO 'REIMPRESION.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SOLICITUDES.

      * Mismo layout y clave que graba CL09EJ01 en cada corrida.
       SELECT HISTORICO
           ASSIGN TO 'HISTORICO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-HISTORICO.

       SELECT RECIBOS
           ASSIGN TO 'RECIBOS-DUPLICADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RECIBOS.

       SELECT HISTORIAL
           ASSIGN TO 'HISTORIAL-SUELDOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-HISTORIAL.

       SELECT OBSERVACIONES
           ASSIGN TO 'REIMPRESION-OBSERVACIONES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-OBSERVACIONES.

       DATA DIVISION.

       FILE SECTION.

      * Un pedido por linea: legajo, periodo desde y periodo hasta
      * (AAAAMM); el hasta en blanco pide un solo periodo.
       FD SOLICITUDES.
       01 REG-SOLICITUD.
          05 SOL-LEGAJO                     PIC 9(5).
          05 SOL-PER-DESDE                  PIC 9(6).
          05 SOL-PER-HASTA                  PIC 9(6).
          05 SOL-PER-HASTA-X REDEFINES SOL-PER-HASTA
                                            PIC X(6).

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

       FD RECIBOS.
       01 REG-RECIBOS                       PIC X(80).

       FD HISTORIAL.
       01 REG-HISTORIAL                     PIC X(132).

       FD OBSERVACIONES.
       01 REG-OBSERVACIONES                 PIC X(132).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-SOLICITUDES                  PIC X(2).
             88 FS-SOLICITUDES-OK            VALUE '00'.
             88 FS-SOLICITUDES-NFD           VALUE '35'.
          05 FS-HISTORICO                    PIC X(2).
             88 FS-HISTORICO-OK              VALUE '00'.
             88 FS-HISTORICO-NFD             VALUE '35'.
          05 FS-RECIBOS                      PIC X(2).
             88 FS-RECIBOS-OK                VALUE '00'.
          05 FS-HISTORIAL                    PIC X(2).
             88 FS-HISTORIAL-OK              VALUE '00'.
          05 FS-OBSERVACIONES                PIC X(2).
             88 FS-OBSERVACIONES-OK          VALUE '00'.

       01 WS-SOLICITUDES-EOF                 PIC X(1) VALUE 'N'.
          88 WS-SOLICITUDES-EOF-YES          VALUE 'Y'.

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

      * Mismos porcentajes de aporte que CL09EJ01: abren en
      * jubilacion y obra social los aportes del historico.
       01 WS-PORC-JUBILACION                 PIC 9(2) VALUE 11.

      * Pedido en curso, ya validado.
       01 WS-SOL-LEGAJO                      PIC 9(5) VALUE 0.
       01 WS-SOL-PER-DESDE.
          05 WS-SPD-ANIO                     PIC 9(4).
          05 WS-SPD-MES                      PIC 9(2).
       01 WS-SOL-PER-DESDE-NUM REDEFINES WS-SOL-PER-DESDE
                                             PIC 9(6).
       01 WS-SOL-PER-HASTA.
          05 WS-SPH-ANIO                     PIC 9(4).
          05 WS-SPH-MES                      PIC 9(2).
       01 WS-SOL-PER-HASTA-NUM REDEFINES WS-SOL-PER-HASTA
                                             PIC 9(6).

       01 WS-SOLICITUD-VALIDA                PIC X(1) VALUE 'S'.
          88 WS-SOLICITUD-VALIDA-SI          VALUE 'S'.
          88 WS-SOLICITUD-VALIDA-NO          VALUE 'N'.

      * Periodo que se esta reimprimiendo; avanza mes a mes desde
      * el desde del pedido hasta el hasta.
       01 WS-PER-ACTUAL.
          05 WS-PA-ANIO                      PIC 9(4).
          05 WS-PA-MES                       PIC 9(2).
       01 WS-PER-ACTUAL-NUM REDEFINES WS-PER-ACTUAL
                                             PIC 9(6).

       01 WS-PERIODO-EDITADO.
          05 WS-PE-MES                       PIC 9(2).
          05 FILLER                          PIC X(1) VALUE '/'.
          05 WS-PE-ANIO                      PIC 9(4).

       01 WS-MES-IDX                         PIC 9(2) VALUE 0.
       01 WS-NRO-CORRIDA                     PIC 9(5) VALUE 0.

      * Importes del recibo reconstruidos desde el registro.
       01 WS-IMP-SUELDO                      PIC S9(9)V9(2) VALUE 0.
       01 WS-IMP-APORTES                     PIC S9(9)V9(2) VALUE 0.
       01 WS-IMP-JUBILACION                  PIC S9(9)V9(2) VALUE 0.
       01 WS-IMP-OBRA-SOCIAL                 PIC S9(9)V9(2) VALUE 0.
       01 WS-IMP-GANANCIAS                   PIC 9(9)V9(2) VALUE 0.
       01 WS-IMP-HABERES                     PIC 9(9)V9(2) VALUE 0.
       01 WS-IMP-BRUTO                       PIC 9(9)V9(2) VALUE 0.

      * Acumulado del ano del recibo hasta su periodo inclusive.
       01 WS-ANU-BRUTO                       PIC 9(9)V9(2) VALUE 0.
       01 WS-ANU-NETO                        PIC 9(9)V9(2) VALUE 0.
       01 WS-ANU-PERIODOS                    PIC 9(3) VALUE 0.

      * Totales del historial del legajo en curso.
       01 WS-LEG-CANT-PERIODOS               PIC 9(3) VALUE 0.
       01 WS-LEG-BRUTO                       PIC 9(9)V9(2) VALUE 0.
       01 WS-LEG-NOV-HABERES                 PIC 9(9)V9(2) VALUE 0.
       01 WS-LEG-APORTES                     PIC S9(9)V9(2) VALUE 0.
       01 WS-LEG-NOV-DESCUENTOS              PIC 9(9)V9(2) VALUE 0.
       01 WS-LEG-GANANCIAS                   PIC S9(9)V9(2) VALUE 0.
       01 WS-LEG-NETO                        PIC 9(9)V9(2) VALUE 0.

       01 WS-CANT-SOLICITUDES                PIC 9(5) VALUE 0.
       01 WS-CANT-RECIBOS                    PIC 9(5) VALUE 0.
       01 WS-CANT-OBSERVACIONES              PIC 9(5) VALUE 0.

       01 WS-RC-REIMPRESION                  PIC 9(2) VALUE 0.

      * Lineas del recibo: mismo layout que RECIBOS.TXT de CL09EJ01,
      * con el titulo de duplicado y la linea de emision.
       01 WS-RECIBO-SEPARADOR                PIC X(64) VALUE ALL '='.

       01 WS-RECIBO-TITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RT-TITULO                    PIC X(38)
             VALUE 'RECIBO DE SUELDO - DUPLICADO'.
          05 FILLER                          PIC X(09)
             VALUE 'PERIODO: '.
          05 WS-RT-PERIODO                   PIC X(07).

       01 WS-RECIBO-DUPLICADO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(23)
             VALUE 'DUPLICADO EMITIDO EL: '.
          05 WS-RDU-FECHA                    PIC X(10).
          05 FILLER                          PIC X(20)
             VALUE '  CORRIDA ORIGINAL: '.
          05 WS-RDU-CORRIDA                  PIC ZZZZ9.

       01 WS-RECIBO-EMPLEADO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(08) VALUE 'LEGAJO: '.
          05 WS-RE-LEGAJO                    PIC 9(5).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RE-NOMBRE                    PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RE-APELLIDO                  PIC X(15).

       01 WS-RECIBO-DEPTO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(14)
             VALUE 'DEPARTAMENTO: '.
          05 WS-RDP-DEPTO                    PIC X(04).
          05 FILLER                          PIC X(05) VALUE SPACES.
          05 FILLER                          PIC X(17)
             VALUE 'DIAS TRABAJADOS: '.
          05 WS-RDP-DIAS                     PIC Z9.

       01 WS-RECIBO-IMPORTE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RI-CONCEPTO                  PIC X(28).
          05 WS-RI-IMPORTE                   PIC $ZZZ.ZZZ.ZZ9,99.

       01 WS-RECIBO-PERIODOS.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(28)
             VALUE 'PERIODOS LIQUIDADOS EN ANO: '.
          05 WS-RPE-CANT                     PIC ZZ9.

      * Lineas del historial de sueldos.
       01 WS-HIST-TITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE 'HISTORIAL DE SUELDOS (HISTORICO.DAT)   '.
          05 FILLER                          PIC X(09)
             VALUE 'EMITIDO: '.
          05 WS-HT-FECHA                     PIC X(10).

       01 WS-HIST-LEGAJO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(08) VALUE 'LEGAJO: '.
          05 WS-HL-LEGAJO                    PIC 9(5).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-HL-NOMBRE                    PIC X(15).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HL-APELLIDO                  PIC X(15).
          05 FILLER                          PIC X(18)
             VALUE '   PERIODOS DESDE '.
          05 WS-HL-DESDE                     PIC X(07).
          05 FILLER                          PIC X(07) VALUE ' HASTA '.
          05 WS-HL-HASTA                     PIC X(07).

       01 WS-HIST-ENCABEZADO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE 'PERIODO  DEPTO DIAS           BRUTO    N'.
          05 FILLER                          PIC X(40)
             VALUE 'OV. HABERES         APORTES NOV. DESCUEN'.
          05 FILLER                          PIC X(40)
             VALUE 'TOS       GANANCIAS            NETO CORR'.
          05 FILLER                          PIC X(03) VALUE 'IDA'.

       01 WS-HIST-DETALLE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HD-PERIODO                   PIC X(07).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-HD-DEPTO                     PIC X(04).
          05 FILLER                          PIC X(04) VALUE SPACES.
          05 WS-HD-DIAS                      PIC Z9.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HD-BRUTO                     PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HD-NOV-HABERES               PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HD-APORTES                   PIC $ZZZ.ZZZ.ZZ9,99-.
          05 WS-HD-NOV-DESCUENTOS            PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HD-GANANCIAS                 PIC $ZZZ.ZZZ.ZZ9,99-.
          05 WS-HD-NETO                      PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-HD-CORRIDA                   PIC ZZZZ9.

       01 WS-HIST-TOTAL.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(07) VALUE 'TOTAL: '.
          05 WS-HTO-CANT                     PIC ZZ9.
          05 FILLER                          PIC X(10)
             VALUE ' PERIODOS'.
          05 WS-HTO-BRUTO                    PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HTO-NOV-HABERES              PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HTO-APORTES                  PIC $ZZZ.ZZZ.ZZ9,99-.
          05 WS-HTO-NOV-DESCUENTOS           PIC $ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-HTO-GANANCIAS                PIC $ZZZ.ZZZ.ZZ9,99-.
          05 WS-HTO-NETO                     PIC $ZZZ.ZZZ.ZZ9,99.

       01 WS-HIST-SIN-DATOS.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE 'SIN REGISTROS EN EL HISTORICO PARA EL RA'.
          05 FILLER                          PIC X(10)
             VALUE 'NGO PEDIDO'.

      * Lineas de observaciones.
       01 WS-OBS-TITULO.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(40)
             VALUE 'OBSERVACIONES DE LA REIMPRESION        '.
          05 FILLER                          PIC X(09)
             VALUE 'EMITIDO: '.
          05 WS-OT-FECHA                     PIC X(10).

       01 WS-OBS-DETALLE.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(08) VALUE 'LEGAJO: '.
          05 WS-OD-LEGAJO                    PIC X(05).
          05 FILLER                          PIC X(11)
             VALUE '  PERIODO: '.
          05 WS-OD-PERIODO                   PIC X(07).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-OD-MOTIVO                    PIC X(50).

       01 WS-OBS-TOTAL.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 FILLER                          PIC X(13)
             VALUE 'SOLICITUDES: '.
          05 WS-OTO-SOLICITUDES              PIC ZZZZ9.
          05 FILLER                          PIC X(20)
             VALUE '  RECIBOS EMITIDOS: '.
          05 WS-OTO-RECIBOS                  PIC ZZZZ9.
          05 FILLER                          PIC X(17)
             VALUE '  OBSERVACIONES: '.
          05 WS-OTO-OBSERVACIONES            PIC ZZZZ9.


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.

           MOVE WS-FH-DIA                       TO WS-FEM-DIA.
           MOVE WS-FH-MES                       TO WS-FEM-MES.
           MOVE WS-FH-ANIO                      TO WS-FEM-ANIO.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1100-LEER-SOLICITUD
              THRU 1100-LEER-SOLICITUD-EXIT.

           PERFORM 2000-PROCESAR-SOLICITUD
              THRU 2000-PROCESAR-SOLICITUD-EXIT
             UNTIL WS-SOLICITUDES-EOF-YES.

           PERFORM 4000-CERRAR-ARCHIVOS
              THRU 4000-CERRAR-ARCHIVOS-EXIT.

           IF WS-CANT-OBSERVACIONES > 0
              MOVE 04                           TO WS-RC-REIMPRESION
           END-IF.

           MOVE WS-RC-REIMPRESION               TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-ABRIR-ARCHIVOS.

           OPEN INPUT SOLICITUDES.

           IF FS-SOLICITUDES-NFD
              DISPLAY 'NO EXISTE REIMPRESION.TXT - NADA QUE PROCESAR'
              STOP RUN
           END-IF.

           IF NOT FS-SOLICITUDES-OK
              DISPLAY 'ERROR AL ABRIR REIMPRESION.TXT: '
                 FS-SOLICITUDES
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT HISTORICO.

           IF NOT FS-HISTORICO-OK
              DISPLAY 'ERROR AL ABRIR EL HISTORICO: ' FS-HISTORICO
              DISPLAY 'SIN HISTORICO.DAT NO HAY NADA QUE REIMPRIMIR'
              CLOSE SOLICITUDES
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RECIBOS.

           IF NOT FS-RECIBOS-OK
              DISPLAY 'ERROR AL ABRIR RECIBOS-DUPLICADO.TXT: '
                 FS-RECIBOS
           END-IF.

           OPEN OUTPUT HISTORIAL.

           IF NOT FS-HISTORIAL-OK
              DISPLAY 'ERROR AL ABRIR HISTORIAL-SUELDOS.TXT: '
                 FS-HISTORIAL
           END-IF.

           OPEN OUTPUT OBSERVACIONES.

           IF NOT FS-OBSERVACIONES-OK
              DISPLAY 'ERROR AL ABRIR REIMPRESION-OBSERVACIONES.TXT: '
                 FS-OBSERVACIONES
           END-IF.

           MOVE WS-FECHA-EMISION                TO WS-HT-FECHA.
           MOVE WS-FECHA-EMISION                TO WS-OT-FECHA.
           MOVE WS-FECHA-EMISION                TO WS-RDU-FECHA.

           WRITE REG-HISTORIAL                  FROM WS-HIST-TITULO.
           WRITE REG-OBSERVACIONES              FROM WS-OBS-TITULO.

       1000-ABRIR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1100-LEER-SOLICITUD.

           READ SOLICITUDES
              AT END
                 SET WS-SOLICITUDES-EOF-YES     TO TRUE
           END-READ.

       1100-LEER-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Un pedido: se valida, se recorre su rango mes a mes y se
      *    cierra el historial del legajo con sus totales (o con la
      *    observacion de que no hay nada en el rango).
       2000-PROCESAR-SOLICITUD.

           ADD 1                                TO WS-CANT-SOLICITUDES.

           PERFORM 2100-VALIDAR-SOLICITUD
              THRU 2100-VALIDAR-SOLICITUD-EXIT.

           IF WS-SOLICITUD-VALIDA-NO
              GO TO 2000-PROCESAR-SOLICITUD-SIGUE
           END-IF.

           MOVE 0                               TO WS-LEG-CANT-PERIODOS.
           MOVE 0                               TO WS-LEG-BRUTO.
           MOVE 0                               TO WS-LEG-NOV-HABERES.
           MOVE 0                               TO WS-LEG-APORTES.
           MOVE 0                            TO WS-LEG-NOV-DESCUENTOS.
           MOVE 0                               TO WS-LEG-GANANCIAS.
           MOVE 0                               TO WS-LEG-NETO.

           MOVE WS-SOL-PER-DESDE-NUM            TO WS-PER-ACTUAL-NUM.

           PERFORM 2200-REIMPRIMIR-PERIODO
              THRU 2200-REIMPRIMIR-PERIODO-EXIT
             UNTIL WS-PER-ACTUAL-NUM > WS-SOL-PER-HASTA-NUM.

           IF WS-LEG-CANT-PERIODOS = 0
              MOVE 'LEGAJO SIN REGISTROS EN EL HISTORICO EN EL RANGO'
                                                 TO WS-OD-MOTIVO
              MOVE SPACES                       TO WS-OD-PERIODO
              PERFORM 3000-GRABAR-OBSERVACION
                 THRU 3000-GRABAR-OBSERVACION-EXIT

              PERFORM 2500-ENCABEZAR-HISTORIAL
                 THRU 2500-ENCABEZAR-HISTORIAL-EXIT
              WRITE REG-HISTORIAL               FROM WS-HIST-SIN-DATOS
           ELSE
              PERFORM 2600-TOTALIZAR-HISTORIAL
                 THRU 2600-TOTALIZAR-HISTORIAL-EXIT
           END-IF.

       2000-PROCESAR-SOLICITUD-SIGUE.

           PERFORM 1100-LEER-SOLICITUD
              THRU 1100-LEER-SOLICITUD-EXIT.

       2000-PROCESAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El hasta en blanco pide un solo periodo; un legajo o un
      *    periodo que no son numericos, un mes fuera de 01-12 o un
      *    rango invertido se informan y el pedido no se procesa.
       2100-VALIDAR-SOLICITUD.

           SET WS-SOLICITUD-VALIDA-SI           TO TRUE.

           MOVE REG-SOLICITUD(1:5)              TO WS-OD-LEGAJO.
           MOVE SPACES                          TO WS-OD-PERIODO.

           IF SOL-LEGAJO NOT NUMERIC
              OR SOL-LEGAJO = 0
              MOVE 'LEGAJO INVALIDO'            TO WS-OD-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-RECHAZO
           END-IF.

           MOVE SOL-LEGAJO                      TO WS-SOL-LEGAJO.

           IF SOL-PER-DESDE NOT NUMERIC
              MOVE 'PERIODO DESDE INVALIDO'     TO WS-OD-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-RECHAZO
           END-IF.

           MOVE SOL-PER-DESDE                   TO WS-SOL-PER-DESDE-NUM.

           IF SOL-PER-HASTA-X = SPACES
              MOVE WS-SOL-PER-DESDE-NUM         TO WS-SOL-PER-HASTA-NUM
           ELSE
              IF SOL-PER-HASTA NOT NUMERIC
                 MOVE 'PERIODO HASTA INVALIDO'  TO WS-OD-MOTIVO
                 GO TO 2100-VALIDAR-SOLICITUD-RECHAZO
              END-IF
              MOVE SOL-PER-HASTA                TO WS-SOL-PER-HASTA-NUM
           END-IF.

           IF WS-SPD-MES < 01 OR WS-SPD-MES > 12
              OR WS-SPH-MES < 01 OR WS-SPH-MES > 12
              OR WS-SPD-ANIO < 1900 OR WS-SPH-ANIO < 1900
              MOVE 'PERIODO FUERA DE RANGO (AAAAMM)'
                                                 TO WS-OD-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-RECHAZO
           END-IF.

           IF WS-SOL-PER-HASTA-NUM < WS-SOL-PER-DESDE-NUM
              MOVE 'PERIODO HASTA ANTERIOR AL DESDE'
                                                 TO WS-OD-MOTIVO
              GO TO 2100-VALIDAR-SOLICITUD-RECHAZO
           END-IF.

           GO TO 2100-VALIDAR-SOLICITUD-EXIT.

       2100-VALIDAR-SOLICITUD-RECHAZO.

           SET WS-SOLICITUD-VALIDA-NO           TO TRUE.

           PERFORM 3000-GRABAR-OBSERVACION
              THRU 3000-GRABAR-OBSERVACION-EXIT.

       2100-VALIDAR-SOLICITUD-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Un periodo del rango: si el historico no lo tiene se
      *    informa; si lo tiene sale el recibo duplicado y la linea
      *    del historial. Despues se avanza un mes.
       2200-REIMPRIMIR-PERIODO.

           MOVE WS-PA-MES                       TO WS-PE-MES.
           MOVE WS-PA-ANIO                      TO WS-PE-ANIO.

           MOVE WS-PER-ACTUAL-NUM               TO HIS-PERIODO.
           MOVE WS-SOL-LEGAJO                   TO HIS-LEGAJO.

           READ HISTORICO
              INVALID KEY
                 MOVE WS-PERIODO-EDITADO        TO WS-OD-PERIODO
                 MOVE 'SIN REGISTRO EN EL HISTORICO PARA EL PERIODO'
                                                 TO WS-OD-MOTIVO
                 PERFORM 3000-GRABAR-OBSERVACION
                    THRU 3000-GRABAR-OBSERVACION-EXIT
                 GO TO 2200-REIMPRIMIR-PERIODO-SIGUE
           END-READ.

           IF WS-LEG-CANT-PERIODOS = 0
              PERFORM 2500-ENCABEZAR-HISTORIAL
                 THRU 2500-ENCABEZAR-HISTORIAL-EXIT
           END-IF.

           PERFORM 2300-ACUMULAR-ANO
              THRU 2300-ACUMULAR-ANO-EXIT.

           PERFORM 2400-ESCRIBIR-RECIBO
              THRU 2400-ESCRIBIR-RECIBO-EXIT.

           PERFORM 2550-DETALLAR-HISTORIAL
              THRU 2550-DETALLAR-HISTORIAL-EXIT.

       2200-REIMPRIMIR-PERIODO-SIGUE.

           IF WS-PA-MES = 12
              ADD 1                             TO WS-PA-ANIO
              MOVE 01                           TO WS-PA-MES
           ELSE
              ADD 1                             TO WS-PA-MES
           END-IF.

       2200-REIMPRIMIR-PERIODO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El acumulado anual del recibo es el que tenia el legajo en
      *    ese periodo: la suma de sus registros del historico desde
      *    enero del mismo ano hasta el periodo inclusive. Al final
      *    se vuelve a leer el registro del periodo, que es el que
      *    imprime el recibo.
       2300-ACUMULAR-ANO.

           MOVE 0                               TO WS-ANU-BRUTO.
           MOVE 0                               TO WS-ANU-NETO.
           MOVE 0                               TO WS-ANU-PERIODOS.

           PERFORM 2310-ACUMULAR-MES
              THRU 2310-ACUMULAR-MES-EXIT
             VARYING WS-MES-IDX FROM 1 BY 1
               UNTIL WS-MES-IDX > WS-PA-MES.

           MOVE WS-PER-ACTUAL-NUM               TO HIS-PERIODO.
           MOVE WS-SOL-LEGAJO                   TO HIS-LEGAJO.

           READ HISTORICO
              INVALID KEY
                 DISPLAY 'ERROR AL RELEER EL HISTORICO DEL LEGAJO '
                    WS-SOL-LEGAJO ': ' FS-HISTORICO
           END-READ.

       2300-ACUMULAR-ANO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2310-ACUMULAR-MES.

           COMPUTE HIS-PERIODO = WS-PA-ANIO * 100 + WS-MES-IDX.
           MOVE WS-SOL-LEGAJO                   TO HIS-LEGAJO.

           READ HISTORICO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD HIS-BRUTO                  TO WS-ANU-BRUTO
                 ADD HIS-NETO                   TO WS-ANU-NETO
                 ADD 1                          TO WS-ANU-PERIODOS
           END-READ.

       2310-ACUMULAR-MES-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Recibo duplicado del registro leido, en el orden del recibo
      *    original: sueldo, haberes de novedades, aportes, descuentos
      *    de novedades, ganancias, neto y acumulados del ano.
       2400-ESCRIBIR-RECIBO.

           COMPUTE WS-IMP-SUELDO = HIS-BRUTO - HIS-NOV-HABERES.

           COMPUTE WS-IMP-APORTES =
              HIS-DEDUCCIONES - HIS-NOV-DESCUENTOS - HIS-GANANCIAS.

           COMPUTE WS-IMP-JUBILACION ROUNDED =
              WS-IMP-SUELDO * WS-PORC-JUBILACION / 100.

      *    La obra social se lleva la diferencia, para que las dos
      *    lineas sumen exacto los aportes del registro.
           IF WS-IMP-JUBILACION > WS-IMP-APORTES
              MOVE WS-IMP-APORTES               TO WS-IMP-JUBILACION
           END-IF.

           COMPUTE WS-IMP-OBRA-SOCIAL =
              WS-IMP-APORTES - WS-IMP-JUBILACION.

           MOVE WS-PERIODO-EDITADO              TO WS-RT-PERIODO.

      *    Los registros grabados antes de sellar la corrida no
      *    traen numero: sale en blanco.
           IF HIS-NRO-CORRIDA NUMERIC
              MOVE HIS-NRO-CORRIDA              TO WS-NRO-CORRIDA
           ELSE
              MOVE 0                            TO WS-NRO-CORRIDA
           END-IF.

           MOVE WS-NRO-CORRIDA                  TO WS-RDU-CORRIDA.

           MOVE HIS-LEGAJO                      TO WS-RE-LEGAJO.
           MOVE HIS-NOMBRE                      TO WS-RE-NOMBRE.
           MOVE HIS-APELLIDO                    TO WS-RE-APELLIDO.
           MOVE HIS-DEPTO                       TO WS-RDP-DEPTO.
           MOVE HIS-DIAS                        TO WS-RDP-DIAS.

           WRITE REG-RECIBOS                 FROM WS-RECIBO-SEPARADOR.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-TITULO.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-DUPLICADO.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-EMPLEADO.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-DEPTO.

           MOVE 'SUELDO BRUTO'               TO WS-RI-CONCEPTO.
           MOVE WS-IMP-SUELDO                TO WS-RI-IMPORTE.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-IMPORTE.

           IF HIS-NOV-HABERES NOT = 0
              MOVE 'HABERES DE NOVEDADES'    TO WS-RI-CONCEPTO
              MOVE HIS-NOV-HABERES           TO WS-RI-IMPORTE
              WRITE REG-RECIBOS              FROM WS-RECIBO-IMPORTE
           END-IF.

           IF HIS-NO-REMUNERATIVO NOT = 0
              MOVE 'INDEMNIZACION ANTIGUEDAD'  TO WS-RI-CONCEPTO
              MOVE HIS-NO-REMUNERATIVO       TO WS-RI-IMPORTE
              WRITE REG-RECIBOS              FROM WS-RECIBO-IMPORTE
           END-IF.

           MOVE 'DESCUENTO JUBILACION'       TO WS-RI-CONCEPTO.
           MOVE WS-IMP-JUBILACION            TO WS-RI-IMPORTE.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-IMPORTE.

           MOVE 'DESCUENTO OBRA SOCIAL'      TO WS-RI-CONCEPTO.
           MOVE WS-IMP-OBRA-SOCIAL           TO WS-RI-IMPORTE.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-IMPORTE.

           IF HIS-NOV-DESCUENTOS NOT = 0
              MOVE 'DESCUENTOS DE NOVEDADES' TO WS-RI-CONCEPTO
              MOVE HIS-NOV-DESCUENTOS        TO WS-RI-IMPORTE
              WRITE REG-RECIBOS              FROM WS-RECIBO-IMPORTE
           END-IF.

           IF HIS-GANANCIAS NOT = 0
              IF HIS-GANANCIAS > 0
                 MOVE 'RETENCION GANANCIAS'  TO WS-RI-CONCEPTO
                 MOVE HIS-GANANCIAS          TO WS-IMP-GANANCIAS
              ELSE
                 MOVE 'DEVOLUCION GANANCIAS' TO WS-RI-CONCEPTO
                 COMPUTE WS-IMP-GANANCIAS = 0 - HIS-GANANCIAS
              END-IF
              MOVE WS-IMP-GANANCIAS          TO WS-RI-IMPORTE
              WRITE REG-RECIBOS              FROM WS-RECIBO-IMPORTE
           END-IF.

           MOVE 'NETO A COBRAR'              TO WS-RI-CONCEPTO.
           MOVE HIS-NETO                     TO WS-RI-IMPORTE.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-IMPORTE.

           MOVE 'ACUMULADO ANUAL BRUTO'      TO WS-RI-CONCEPTO.
           MOVE WS-ANU-BRUTO                 TO WS-RI-IMPORTE.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-IMPORTE.

           MOVE 'ACUMULADO ANUAL NETO'       TO WS-RI-CONCEPTO.
           MOVE WS-ANU-NETO                  TO WS-RI-IMPORTE.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-IMPORTE.

           MOVE WS-ANU-PERIODOS              TO WS-RPE-CANT.
           WRITE REG-RECIBOS                 FROM WS-RECIBO-PERIODOS.

           WRITE REG-RECIBOS                 FROM WS-RECIBO-SEPARADOR.

           IF NOT FS-RECIBOS-OK
              DISPLAY 'ERROR AL ESCRIBIR RECIBOS-DUPLICADO.TXT: '
                 FS-RECIBOS
           END-IF.

           ADD 1                             TO WS-CANT-RECIBOS.

       2400-ESCRIBIR-RECIBO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Cabecera del historial del legajo: nombre del primer
      *    registro hallado (o ninguno si no hay) y el rango pedido.
       2500-ENCABEZAR-HISTORIAL.

           MOVE WS-SOL-LEGAJO                   TO WS-HL-LEGAJO.

           IF WS-LEG-CANT-PERIODOS = 0
              AND WS-PER-ACTUAL-NUM > WS-SOL-PER-HASTA-NUM
              MOVE SPACES                       TO WS-HL-NOMBRE
              MOVE SPACES                       TO WS-HL-APELLIDO
           ELSE
              MOVE HIS-NOMBRE                   TO WS-HL-NOMBRE
              MOVE HIS-APELLIDO                 TO WS-HL-APELLIDO
           END-IF.

           MOVE WS-SPD-MES                      TO WS-PE-MES.
           MOVE WS-SPD-ANIO                     TO WS-PE-ANIO.
           MOVE WS-PERIODO-EDITADO              TO WS-HL-DESDE.

           MOVE WS-SPH-MES                      TO WS-PE-MES.
           MOVE WS-SPH-ANIO                     TO WS-PE-ANIO.
           MOVE WS-PERIODO-EDITADO              TO WS-HL-HASTA.

      *    El periodo editado vuelve a ser el del mes en curso.
           MOVE WS-PA-MES                       TO WS-PE-MES.
           MOVE WS-PA-ANIO                      TO WS-PE-ANIO.

           MOVE SPACES                          TO REG-HISTORIAL.
           WRITE REG-HISTORIAL.
           WRITE REG-HISTORIAL                  FROM WS-HIST-LEGAJO.
           WRITE REG-HISTORIAL                  FROM WS-HIST-ENCABEZADO.

       2500-ENCABEZAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2550-DETALLAR-HISTORIAL.

      *    La indemnizacion no esta en HIS-BRUTO: se suma al bruto y a
      *    los haberes de novedades para que la fila cierre con el
      *    neto.
           COMPUTE WS-IMP-BRUTO = HIS-BRUTO + HIS-NO-REMUNERATIVO.
           COMPUTE WS-IMP-HABERES =
              HIS-NOV-HABERES + HIS-NO-REMUNERATIVO.

           MOVE WS-PERIODO-EDITADO              TO WS-HD-PERIODO.
           MOVE HIS-DEPTO                       TO WS-HD-DEPTO.
           MOVE HIS-DIAS                        TO WS-HD-DIAS.
           MOVE WS-IMP-BRUTO                    TO WS-HD-BRUTO.
           MOVE WS-IMP-HABERES                  TO WS-HD-NOV-HABERES.
           MOVE WS-IMP-APORTES                  TO WS-HD-APORTES.
           MOVE HIS-NOV-DESCUENTOS            TO WS-HD-NOV-DESCUENTOS.
           MOVE HIS-GANANCIAS                   TO WS-HD-GANANCIAS.
           MOVE HIS-NETO                        TO WS-HD-NETO.
           MOVE WS-NRO-CORRIDA                  TO WS-HD-CORRIDA.

           WRITE REG-HISTORIAL                  FROM WS-HIST-DETALLE.

           IF NOT FS-HISTORIAL-OK
              DISPLAY 'ERROR AL ESCRIBIR HISTORIAL-SUELDOS.TXT: '
                 FS-HISTORIAL
           END-IF.

           ADD 1                                TO WS-LEG-CANT-PERIODOS.
           ADD WS-IMP-BRUTO                     TO WS-LEG-BRUTO.
           ADD WS-IMP-HABERES                   TO WS-LEG-NOV-HABERES.
           ADD WS-IMP-APORTES                   TO WS-LEG-APORTES.
           ADD HIS-NOV-DESCUENTOS            TO WS-LEG-NOV-DESCUENTOS.
           ADD HIS-GANANCIAS                    TO WS-LEG-GANANCIAS.
           ADD HIS-NETO                         TO WS-LEG-NETO.

       2550-DETALLAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2600-TOTALIZAR-HISTORIAL.

           MOVE WS-LEG-CANT-PERIODOS            TO WS-HTO-CANT.
           MOVE WS-LEG-BRUTO                    TO WS-HTO-BRUTO.
           MOVE WS-LEG-NOV-HABERES              TO WS-HTO-NOV-HABERES.
           MOVE WS-LEG-APORTES                  TO WS-HTO-APORTES.
           MOVE WS-LEG-NOV-DESCUENTOS        TO WS-HTO-NOV-DESCUENTOS.
           MOVE WS-LEG-GANANCIAS                TO WS-HTO-GANANCIAS.
           MOVE WS-LEG-NETO                     TO WS-HTO-NETO.

           WRITE REG-HISTORIAL                  FROM WS-HIST-TOTAL.

       2600-TOTALIZAR-HISTORIAL-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Una linea de observacion; legajo, periodo y motivo los
      *    carga el llamador.
       3000-GRABAR-OBSERVACION.

           WRITE REG-OBSERVACIONES              FROM WS-OBS-DETALLE.

           IF NOT FS-OBSERVACIONES-OK
              DISPLAY 'ERROR AL ESCRIBIR LAS OBSERVACIONES: '
                 FS-OBSERVACIONES
           END-IF.

           ADD 1                             TO WS-CANT-OBSERVACIONES.

       3000-GRABAR-OBSERVACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       4000-CERRAR-ARCHIVOS.

           MOVE WS-CANT-SOLICITUDES             TO WS-OTO-SOLICITUDES.
           MOVE WS-CANT-RECIBOS                 TO WS-OTO-RECIBOS.
           MOVE WS-CANT-OBSERVACIONES         TO WS-OTO-OBSERVACIONES.

           MOVE SPACES                          TO REG-OBSERVACIONES.
           WRITE REG-OBSERVACIONES.
           WRITE REG-OBSERVACIONES              FROM WS-OBS-TOTAL.

           CLOSE SOLICITUDES.
           CLOSE HISTORICO.
           CLOSE RECIBOS.
           CLOSE HISTORIAL.
           CLOSE OBSERVACIONES.

           DISPLAY 'REIMPRESION: ' WS-CANT-SOLICITUDES
              ' PEDIDO(S), ' WS-CANT-RECIBOS ' RECIBO(S) DUPLICADO(S)'.

           IF WS-CANT-OBSERVACIONES > 0
              DISPLAY 'ATENCION: ' WS-CANT-OBSERVACIONES
                 ' OBSERVACION(ES) - VER REIMPRESION-OBSERVACIONES.TXT'
           END-IF.

       4000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ10.
