      *----------------------------------------------------------------*
      * Author: GABRIELA RODRIGUEZ
      * Date: 15/10/2026
      * Purpose: CARGA DEL PRESUPUESTO DE COSTO LABORAL
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Finanzas arma el presupuesto de costo laboral por centro de
      * costo (DEP-CENTRO-COSTO de DEPTOS.TXT, el mismo que usa el
      * asiento de CL09EJ01) y mes. Este programa mantiene
      * PRESUPUESTO.DAT (centro, periodo AAAAMM, dotacion, bruto y
      * contribuciones patronales presupuestados) con movimientos por
      * lote en PRESUPUESTO-MOVIM.TXT, como CL09EJ11 los prestamos:
      *   - 'A' alta: el presupuesto de un centro y mes todavia no
      *         cargado.
      *   - 'M' modificacion: reemplaza los importes del centro y mes
      *         (un campo en blanco conserva el valor anterior).
      *   - 'B' baja: borra el presupuesto del centro y mes.
      * El centro tiene que existir en DEPTOS.TXT (si el archivo esta)
      * y el periodo tiene que ser un AAAAMM valido.
      * El resultado de cada movimiento sale en
      * PRESUPUESTO-INFORME.TXT y cada cambio aplicado en el log
      * permanente PRESUPUESTO-LOG.TXT. CL09EJ16 compara lo cargado
      * con lo liquidado.
      * Codigo de retorno: 04 si hubo movimientos rechazados, 00 si
      * no.
      *
      * Modificaciones:
      * 15/10/2026 GR - Los campos del registro de PRESUPUESTO.DAT pasan
      *                 al prefijo PPT- (PRE- es el de PRESTAMOS.DAT).
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       PROGRAM-ID. CL09EJ15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MOVIMIENTOS
           ASSIGN TO 'PRESUPUESTO-MOVIM.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-MOVIMIENTOS.

      * Mismo layout y clave que lee CL09EJ16.
       SELECT PRESUPUESTO
           ASSIGN TO 'PRESUPUESTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PPT-CLAVE
           FILE STATUS IS FS-PRESUPUESTO.

      * Mismo layout que lee CL09EJ01.
       SELECT DEPTOS
           ASSIGN TO 'DEPTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPTOS.

       SELECT INFORME
           ASSIGN TO 'PRESUPUESTO-INFORME.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INFORME.

      * Log permanente de cambios: una linea con fecha y hora por
      * cada movimiento aplicado; cada corrida agrega al final.
       SELECT LOG-CAMBIOS
           ASSIGN TO 'PRESUPUESTO-LOG.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG.

       DATA DIVISION.

       FILE SECTION.

       FD MOVIMIENTOS.
       01 REG-MOVIM.
          05 MOV-ACCION                     PIC X(1).
             88 MOV-ACCION-ALTA             VALUE 'A'.
             88 MOV-ACCION-MODIFICA         VALUE 'M'.
             88 MOV-ACCION-BAJA             VALUE 'B'.
          05 MOV-CENTRO                     PIC X(6).
          05 MOV-PERIODO                    PIC 9(6).
          05 MOV-PERIODO-X REDEFINES MOV-PERIODO
                                            PIC X(6).
      *    Importes presupuestados del mes (alta y modificacion; en
      *    blanco en la modificacion, se conserva el anterior).
          05 MOV-DOTACION                   PIC 9(5).
          05 MOV-DOTACION-X REDEFINES MOV-DOTACION
                                            PIC X(5).
          05 MOV-BRUTO                      PIC 9(10)V9(2).
          05 MOV-BRUTO-X REDEFINES MOV-BRUTO
                                            PIC X(12).
          05 MOV-CONTRIBUCIONES             PIC 9(10)V9(2).
          05 MOV-CONTRIBUCIONES-X REDEFINES MOV-CONTRIBUCIONES
                                            PIC X(12).

      * Presupuesto de un centro de costo en un mes: dotacion,
      * remuneracion bruta y contribuciones patronales.
       FD PRESUPUESTO.
       01 PPT-REGISTRO.
          05 PPT-CLAVE.
             10 PPT-CENTRO                  PIC X(6).
             10 PPT-PERIODO                 PIC 9(6).
          05 PPT-DOTACION                   PIC 9(5).
          05 PPT-BRUTO                      PIC 9(10)V9(2).
          05 PPT-CONTRIBUCIONES             PIC 9(10)V9(2).
          05 PPT-FECHA-CARGA                PIC 9(8).

       FD DEPTOS.
       01 REG-DEPTOS.
          05 DEP-CODIGO                     PIC X(4).
          05 DEP-DESCRIPCION                PIC X(30).
          05 DEP-CENTRO-COSTO               PIC X(6).
          05 DEP-ACTIVO                     PIC X(1).

       FD INFORME.
       01 REG-INFORME                       PIC X(110).

       FD LOG-CAMBIOS.
       01 REG-LOG                           PIC X(120).

       WORKING-STORAGE SECTION.

       01 FS-STATUS.
          05 FS-MOVIMIENTOS                  PIC X(2).
             88 FS-MOVIMIENTOS-OK            VALUE '00'.
             88 FS-MOVIMIENTOS-NFD           VALUE '35'.
          05 FS-PRESUPUESTO                  PIC X(2).
             88 FS-PRESUPUESTO-OK            VALUE '00'.
             88 FS-PRESUPUESTO-NFD           VALUE '35'.
             88 FS-PRESUPUESTO-NOT-FOUND     VALUE '23'.
          05 FS-DEPTOS                       PIC X(2).
             88 FS-DEPTOS-OK                 VALUE '00'.
             88 FS-DEPTOS-NFD                VALUE '35'.
          05 FS-INFORME                      PIC X(2).
             88 FS-INFORME-OK                VALUE '00'.
          05 FS-LOG                          PIC X(2).
             88 FS-LOG-OK                    VALUE '00'.
             88 FS-LOG-NFD                   VALUE '35'.

       01 WS-RC-PRESUPUESTO                  PIC 9(2) VALUE 0.

       01 WS-MOVIM-EOF                       PIC X(1) VALUE 'N'.
          88 WS-MOVIM-EOF-YES                VALUE 'Y'.
          88 WS-MOVIM-EOF-NO                 VALUE 'N'.

      * Sin PRESUPUESTO.DAT abierto no se aplica nada.
       01 WS-PRESUPUESTO-DISPONIBLE          PIC X(1) VALUE 'N'.
          88 WS-PRESUPUESTO-DISPONIBLE-SI    VALUE 'S'.
          88 WS-PRESUPUESTO-DISPONIBLE-NO    VALUE 'N'.

      * Centros de costo de DEPTOS.TXT, para validar el del
      * movimiento; sin el archivo no se valida, como en CL09EJ01.
       01 WS-DEPTOS-EOF                      PIC X(1) VALUE 'N'.
          88 WS-DEPTOS-EOF-YES               VALUE 'Y'.
       01 WS-DEPTOS-DISPONIBLES              PIC X(1) VALUE 'N'.
          88 WS-DEPTOS-DISPONIBLES-SI        VALUE 'S'.
          88 WS-DEPTOS-DISPONIBLES-NO        VALUE 'N'.
       01 WS-DEPTOS-CANT                     PIC 9(3) VALUE 0.
       01 WS-DEPTOS-MAX                      PIC 9(3) VALUE 999.
       01 WS-TABLA-CENTROS.
          05 WS-DEP-CENTRO OCCURS 999 TIMES  PIC X(6).
       01 WS-DEP-IDX                         PIC 9(3) VALUE 0.
       01 WS-CENTRO-VALIDO                   PIC X(1) VALUE 'N'.
          88 WS-CENTRO-VALIDO-SI             VALUE 'S'.
          88 WS-CENTRO-VALIDO-NO             VALUE 'N'.

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

      * Periodo del movimiento ya validado.
       01 WS-MOV-PERIODO                     PIC 9(6) VALUE 0.
       01 WS-MOV-PERIODO-R REDEFINES WS-MOV-PERIODO.
          05 WS-MP-ANIO                      PIC 9(4).
          05 WS-MP-MES                       PIC 9(2).

      * Valores anteriores del registro, para el log.
       01 WS-ANT-DOTACION                    PIC 9(5) VALUE 0.
       01 WS-ANT-BRUTO                       PIC 9(10)V9(2) VALUE 0.
       01 WS-ANT-CONTRIBUCIONES              PIC 9(10)V9(2) VALUE 0.

       01 WS-RESULTADO-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RES-ACCION                   PIC X(1).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RES-CENTRO                   PIC X(6).
          05 FILLER                          PIC X(03) VALUE SPACES.
          05 WS-RES-PERIODO                  PIC X(6).
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-RES-DOTACION                 PIC ZZZZ9.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-RES-BRUTO                    PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-RES-CONTRIBUCIONES           PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                          PIC X(02) VALUE SPACES.
          05 WS-RES-DETALLE                  PIC X(40).

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

      * Linea del log de cambios: fecha, hora, accion, centro,
      * periodo y los importes anteriores y nuevos.
       01 WS-LOG-LINEA.
          05 WS-LOG-FECHA                    PIC 9(8).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-HORA                     PIC 9(6).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-ACCION                   PIC X(1).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-CENTRO                   PIC X(6).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-PERIODO                  PIC 9(6).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-DOTACION-ANT             PIC 9(5).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-BRUTO-ANT                PIC 9(10)V9(2).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-CONTRIB-ANT              PIC 9(10)V9(2).
          05 FILLER                          PIC X(04) VALUE ' -> '.
          05 WS-LOG-DOTACION-NUE             PIC 9(5).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-BRUTO-NUE                PIC 9(10)V9(2).
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-LOG-CONTRIB-NUE              PIC 9(10)V9(2).


       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           ACCEPT WS-FECHA-HOY                  FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY                   FROM TIME.

           PERFORM 1000-ABRIR-ARCHIVOS
              THRU 1000-ABRIR-ARCHIVOS-EXIT.

           PERFORM 1200-CARGAR-DEPTOS
              THRU 1200-CARGAR-DEPTOS-EXIT.

           IF WS-PRESUPUESTO-DISPONIBLE-SI
              PERFORM 1500-LEER-MOVIMIENTO
                 THRU 1500-LEER-MOVIMIENTO-EXIT

              PERFORM 2000-APLICAR-MOVIMIENTO
                 THRU 2000-APLICAR-MOVIMIENTO-EXIT
                UNTIL WS-MOVIM-EOF-YES
           END-IF.

           PERFORM 3000-CERRAR-ARCHIVOS
              THRU 3000-CERRAR-ARCHIVOS-EXIT.

           IF WS-CANT-ERRORES > 0
              MOVE 04                           TO WS-RC-PRESUPUESTO
           END-IF.

           MOVE WS-RC-PRESUPUESTO               TO RETURN-CODE.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-ABRIR-ARCHIVOS.

           OPEN INPUT MOVIMIENTOS.

           IF FS-MOVIMIENTOS-NFD
              DISPLAY 'NO EXISTE PRESUPUESTO-MOVIM.TXT - NADA QUE '
                 'CARGAR'
              STOP RUN
           END-IF.

           IF NOT FS-MOVIMIENTOS-OK
              DISPLAY 'ERROR AL ABRIR LOS MOVIMIENTOS: '
                 FS-MOVIMIENTOS
              MOVE 04                           TO RETURN-CODE
              STOP RUN
           END-IF.

      *    El presupuesto puede no existir todavia (primera carga):
      *    se crea vacio y se reabre en I-O, igual que los prestamos
      *    en CL09EJ11.
           OPEN I-O PRESUPUESTO.

           IF FS-PRESUPUESTO-NFD
              OPEN OUTPUT PRESUPUESTO
              CLOSE PRESUPUESTO
              OPEN I-O PRESUPUESTO
           END-IF.

           IF FS-PRESUPUESTO-OK
              SET WS-PRESUPUESTO-DISPONIBLE-SI  TO TRUE
           ELSE
              DISPLAY 'ERROR AL ABRIR EL PRESUPUESTO: '
                 FS-PRESUPUESTO
              DISPLAY 'SIN PRESUPUESTO.DAT NO SE APLICAN MOVIMIENTOS'
              MOVE 04                           TO WS-RC-PRESUPUESTO
           END-IF.

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
      *    DEPTOS.TXT se lee completo a memoria; de cada departamento
      *    solo interesa su centro de costo.
       1200-CARGAR-DEPTOS.

           OPEN INPUT DEPTOS.

           IF FS-DEPTOS-OK
              SET WS-DEPTOS-DISPONIBLES-SI      TO TRUE
              PERFORM 1250-LEER-UN-DEPTO
                 THRU 1250-LEER-UN-DEPTO-EXIT
                UNTIL WS-DEPTOS-EOF-YES
              CLOSE DEPTOS
           ELSE
              IF FS-DEPTOS-NFD
                 DISPLAY 'ATENCION: NO EXISTE DEPTOS.TXT - NO SE '
                    'VALIDAN LOS CENTROS DE COSTO'
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
              NOT AT END
                 IF WS-DEPTOS-CANT < WS-DEPTOS-MAX
                    ADD 1                       TO WS-DEPTOS-CANT
                    MOVE DEP-CENTRO-COSTO
                       TO WS-DEP-CENTRO(WS-DEPTOS-CANT)
                 END-IF
           END-READ.

       1250-LEER-UN-DEPTO-EXIT.
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
      *    Las tres acciones identifican el presupuesto por centro y
      *    periodo: el centro tiene que estar en DEPTOS.TXT y el
      *    periodo ser un AAAAMM valido.
       2000-APLICAR-MOVIMIENTO.

           ADD 1                                TO WS-CANT-MOVIM.

           MOVE MOV-ACCION                      TO WS-RES-ACCION.
           MOVE MOV-CENTRO                      TO WS-RES-CENTRO.
           MOVE MOV-PERIODO-X                   TO WS-RES-PERIODO.
           MOVE 0                               TO WS-RES-DOTACION.
           MOVE 0                               TO WS-RES-BRUTO.
           MOVE 0                            TO WS-RES-CONTRIBUCIONES.

           IF MOV-CENTRO = SPACES
              MOVE 'CENTRO DE COSTO EN BLANCO'  TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

           IF MOV-PERIODO NOT NUMERIC
              MOVE 'PERIODO INVALIDO (AAAAMM)'  TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

           MOVE MOV-PERIODO                     TO WS-MOV-PERIODO.

           IF WS-MP-ANIO < 2000
              OR WS-MP-ANIO > 2099
              OR WS-MP-MES < 01
              OR WS-MP-MES > 12
              MOVE 'PERIODO INVALIDO (AAAAMM)'  TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

      *    La baja no valida el centro: tambien se borra el
      *    presupuesto de un centro que ya no esta en DEPTOS.TXT.
           IF NOT MOV-ACCION-BAJA
              PERFORM 2600-VALIDAR-CENTRO
                 THRU 2600-VALIDAR-CENTRO-EXIT
              IF WS-CENTRO-VALIDO-NO
                 MOVE 'CENTRO DE COSTO NO ESTA EN DEPTOS.TXT'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
              END-IF
           END-IF.

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
      *    Alta: los tres importes numericos y el centro y mes sin
      *    presupuesto cargado.
       2100-ALTA.

           IF MOV-DOTACION NOT NUMERIC
              OR MOV-BRUTO NOT NUMERIC
              OR MOV-CONTRIBUCIONES NOT NUMERIC
              MOVE 'DOTACION O IMPORTES NO NUMERICOS'
                                                 TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2100-ALTA-EXIT
           END-IF.

           MOVE MOV-CENTRO                      TO PPT-CENTRO.
           MOVE WS-MOV-PERIODO                  TO PPT-PERIODO.
           MOVE MOV-DOTACION                    TO PPT-DOTACION.
           MOVE MOV-BRUTO                       TO PPT-BRUTO.
           MOVE MOV-CONTRIBUCIONES              TO PPT-CONTRIBUCIONES.
           MOVE WS-FECHA-HOY-NUM                TO PPT-FECHA-CARGA.

           WRITE PPT-REGISTRO
              INVALID KEY
                 MOVE 'YA CARGADO PARA EL CENTRO Y MES (USAR M)'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2100-ALTA-EXIT
           END-WRITE.

           MOVE 0                               TO WS-ANT-DOTACION.
           MOVE 0                               TO WS-ANT-BRUTO.
           MOVE 0                            TO WS-ANT-CONTRIBUCIONES.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           MOVE 'ALTA DE PRESUPUESTO APLICADA'  TO WS-RES-DETALLE.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2100-ALTA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Modificacion: el presupuesto del centro y mes tiene que
      *    existir; cada importe en blanco conserva el anterior.
       2200-MODIFICACION.

           MOVE MOV-CENTRO                      TO PPT-CENTRO.
           MOVE WS-MOV-PERIODO                  TO PPT-PERIODO.

           READ PRESUPUESTO
              INVALID KEY
                 MOVE 'NO HAY PRESUPUESTO DEL CENTRO Y MES'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2200-MODIFICACION-EXIT
           END-READ.

           IF (MOV-DOTACION-X NOT = SPACES
               AND MOV-DOTACION NOT NUMERIC)
              OR (MOV-BRUTO-X NOT = SPACES
                  AND MOV-BRUTO NOT NUMERIC)
              OR (MOV-CONTRIBUCIONES-X NOT = SPACES
                  AND MOV-CONTRIBUCIONES NOT NUMERIC)
              MOVE 'DOTACION O IMPORTES NO NUMERICOS'
                                                 TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2200-MODIFICACION-EXIT
           END-IF.

           MOVE PPT-DOTACION                    TO WS-ANT-DOTACION.
           MOVE PPT-BRUTO                       TO WS-ANT-BRUTO.
           MOVE PPT-CONTRIBUCIONES           TO WS-ANT-CONTRIBUCIONES.

           IF MOV-DOTACION-X NOT = SPACES
              MOVE MOV-DOTACION                 TO PPT-DOTACION
           END-IF.

           IF MOV-BRUTO-X NOT = SPACES
              MOVE MOV-BRUTO                    TO PPT-BRUTO
           END-IF.

           IF MOV-CONTRIBUCIONES-X NOT = SPACES
              MOVE MOV-CONTRIBUCIONES           TO PPT-CONTRIBUCIONES
           END-IF.

           MOVE WS-FECHA-HOY-NUM                TO PPT-FECHA-CARGA.

           REWRITE PPT-REGISTRO
              INVALID KEY
                 MOVE 'ERROR AL ACTUALIZAR EL PRESUPUESTO'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2200-MODIFICACION-EXIT
           END-REWRITE.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           MOVE 'PRESUPUESTO MODIFICADO'        TO WS-RES-DETALLE.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2200-MODIFICACION-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Baja: borra el presupuesto del centro y mes; el log guarda
      *    los importes borrados y los nuevos en cero.
       2300-BAJA.

           MOVE MOV-CENTRO                      TO PPT-CENTRO.
           MOVE WS-MOV-PERIODO                  TO PPT-PERIODO.

           READ PRESUPUESTO
              INVALID KEY
                 MOVE 'NO HAY PRESUPUESTO DEL CENTRO Y MES'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2300-BAJA-EXIT
           END-READ.

           MOVE PPT-DOTACION                    TO WS-ANT-DOTACION.
           MOVE PPT-BRUTO                       TO WS-ANT-BRUTO.
           MOVE PPT-CONTRIBUCIONES           TO WS-ANT-CONTRIBUCIONES.

           DELETE PRESUPUESTO
              INVALID KEY
                 MOVE 'ERROR AL BORRAR EL PRESUPUESTO'
                                                 TO WS-RES-DETALLE
                 PERFORM 2900-INFORMAR-ERROR
                    THRU 2900-INFORMAR-ERROR-EXIT
                 GO TO 2300-BAJA-EXIT
           END-DELETE.

           MOVE MOV-CENTRO                      TO PPT-CENTRO.
           MOVE WS-MOV-PERIODO                  TO PPT-PERIODO.
           MOVE 0                               TO PPT-DOTACION.
           MOVE 0                               TO PPT-BRUTO.
           MOVE 0                               TO PPT-CONTRIBUCIONES.

           PERFORM 2850-GRABAR-LOG
              THRU 2850-GRABAR-LOG-EXIT.

           MOVE 'PRESUPUESTO BORRADO'           TO WS-RES-DETALLE.

           PERFORM 2800-INFORMAR-OK
              THRU 2800-INFORMAR-OK-EXIT.

       2300-BAJA-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El centro del movimiento tiene que ser el DEP-CENTRO-COSTO
      *    de algun departamento; sin DEPTOS.TXT se acepta cualquiera.
       2600-VALIDAR-CENTRO.

           IF WS-DEPTOS-DISPONIBLES-NO
              SET WS-CENTRO-VALIDO-SI           TO TRUE
              GO TO 2600-VALIDAR-CENTRO-EXIT
           END-IF.

           SET WS-CENTRO-VALIDO-NO              TO TRUE.

           PERFORM 2650-COMPARAR-CENTRO
              THRU 2650-COMPARAR-CENTRO-EXIT
             VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEPTOS-CANT
                  OR WS-CENTRO-VALIDO-SI.

       2600-VALIDAR-CENTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2650-COMPARAR-CENTRO.

           IF WS-DEP-CENTRO(WS-DEP-IDX) = MOV-CENTRO
              SET WS-CENTRO-VALIDO-SI           TO TRUE
           END-IF.

       2650-COMPARAR-CENTRO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2800-INFORMAR-OK.

           ADD 1                                TO WS-CANT-APLICADOS.

           MOVE PPT-DOTACION                    TO WS-RES-DOTACION.
           MOVE PPT-BRUTO                       TO WS-RES-BRUTO.
           MOVE PPT-CONTRIBUCIONES           TO WS-RES-CONTRIBUCIONES.

           IF MOV-ACCION-BAJA
              MOVE WS-ANT-DOTACION              TO WS-RES-DOTACION
              MOVE WS-ANT-BRUTO                 TO WS-RES-BRUTO
              MOVE WS-ANT-CONTRIBUCIONES     TO WS-RES-CONTRIBUCIONES
           END-IF.

           WRITE REG-INFORME                 FROM WS-RESULTADO-LINEA.
           IF NOT FS-INFORME-OK
              DISPLAY 'ERROR AL ESCRIBIR EL INFORME: ' FS-INFORME
           END-IF.

       2800-INFORMAR-OK-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El log toma el presupuesto como quedo en PPT-REGISTRO (en
      *    la baja, en cero) y los valores anteriores de WS-ANT-*.
       2850-GRABAR-LOG.

           MOVE WS-FECHA-HOY-NUM                TO WS-LOG-FECHA.
           MOVE WS-HH-HHMMSS                    TO WS-LOG-HORA.
           MOVE MOV-ACCION                      TO WS-LOG-ACCION.
           MOVE PPT-CENTRO                      TO WS-LOG-CENTRO.
           MOVE PPT-PERIODO                     TO WS-LOG-PERIODO.
           MOVE WS-ANT-DOTACION                 TO WS-LOG-DOTACION-ANT.
           MOVE WS-ANT-BRUTO                    TO WS-LOG-BRUTO-ANT.
           MOVE WS-ANT-CONTRIBUCIONES           TO WS-LOG-CONTRIB-ANT.
           MOVE PPT-DOTACION                    TO WS-LOG-DOTACION-NUE.
           MOVE PPT-BRUTO                       TO WS-LOG-BRUTO-NUE.
           MOVE PPT-CONTRIBUCIONES              TO WS-LOG-CONTRIB-NUE.

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

       2900-INFORMAR-ERROR-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3000-CERRAR-ARCHIVOS.

           MOVE WS-CANT-MOVIM                   TO WS-TOT-MOVIM.
           MOVE WS-CANT-APLICADOS               TO WS-TOT-APLICADOS.
           MOVE WS-CANT-ERRORES                 TO WS-TOT-ERRORES.

           IF FS-INFORME-OK
              MOVE SPACES                       TO REG-INFORME
              WRITE REG-INFORME
              WRITE REG-INFORME                 FROM WS-TOTAL-LINEA
              CLOSE INFORME
           END-IF.

           CLOSE MOVIMIENTOS.

           IF WS-PRESUPUESTO-DISPONIBLE-SI
              CLOSE PRESUPUESTO
           END-IF.

           IF FS-LOG-OK
              CLOSE LOG-CAMBIOS
           END-IF.

           DISPLAY 'PRESUPUESTO: ' WS-CANT-MOVIM ' MOVIMIENTO(S), '
              WS-CANT-APLICADOS ' APLICADO(S), ' WS-CANT-ERRORES
              ' RECHAZADO(S)'.

       3000-CERRAR-ARCHIVOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*

       END PROGRAM CL09EJ15.
