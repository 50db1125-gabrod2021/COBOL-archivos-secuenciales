      *                 ingresar el movimiento, en vez de diferirse
      *                 con fecha futura y rebotar recien semanas
      *                 despues al llegar a su fecha.
      * 15/10/2026 GR - El maestro incorpora el sindicato y el
      *                 convenio del legajo para la remesa de cuotas
      *                 sindicales (CL09EJ17); el movimiento los trae
      *                 al final, el sindicato se valida contra
      *                 SINDICATOS.TXT y '----' / '------' los quitan
      *                 (en blanco la modificacion conserva lo del
      *                 maestro, como el resto de los campos).
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPTOS.

      * Tabla de referencia de sindicatos (la misma que usa
      * CL09EJ17 para la remesa); un MOV-SINDICATO desconocido o
      * inactivo se rechaza al ingresar, igual que el departamento.
       SELECT SINDICATOS
           ASSIGN TO 'SINDICATOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-SINDICATOS.

       SELECT LISTADO
           ASSIGN TO 'MAESTRO-LISTADO.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
          05 MOV-CUIL                       PIC 9(11).
          05 MOV-TIPO-CONTRATO              PIC X(2).
          05 MOV-OBRA-SOCIAL                PIC X(6).
      *    Sindicato y convenio del legajo; en blanco la modificacion
      *    conserva lo del maestro, '----' / '------' lo quitan.
          05 MOV-SINDICATO                  PIC X(4).
          05 MOV-CONVENIO                   PIC X(6).

       FD MAESTRO.
       01 MAE-REGISTRO.
          05 MAE-CUIL                       PIC 9(11).
          05 MAE-TIPO-CONTRATO              PIC X(2).
          05 MAE-OBRA-SOCIAL                PIC X(6).
      *    Sindicato al que esta afiliado (codigo de SINDICATOS.TXT,
      *    en blanco si no esta afiliado) y convenio colectivo que lo
      *    encuadra (en blanco, fuera de convenio); los usa CL09EJ17
      *    para la remesa de cuotas sindicales.
          05 MAE-SINDICATO                  PIC X(4).
          05 MAE-CONVENIO                   PIC X(6).

       FD INFORME.
       01 REG-INFORME                       PIC X(100).
          05 PEN-CUIL                       PIC 9(11).
          05 PEN-TIPO-CONTRATO              PIC X(2).
          05 PEN-OBRA-SOCIAL                PIC X(6).
          05 PEN-SINDICATO                  PIC X(4).
          05 PEN-CONVENIO                   PIC X(6).

       FD DEPTOS.
       01 REG-DEPTOS.
          05 DEP-CENTRO-COSTO               PIC X(6).
          05 DEP-ACTIVO                     PIC X(1).

      * Tabla de sindicatos; de cada uno interesa aca el codigo y la
      * marca de activo (el resto lo usa CL09EJ17).
       FD SINDICATOS.
       01 REG-SINDICATOS.
          05 SIN-CODIGO                     PIC X(4).
          05 SIN-DESCRIPCION                PIC X(30).
          05 SIN-CONCEPTO                   PIC X(4).
          05 SIN-PORCENTAJE                 PIC 9(2)V9(2).
          05 SIN-CUIT                       PIC 9(11).
          05 SIN-CBU                        PIC X(22).
          05 SIN-ACTIVO                     PIC X(1).

       FD LISTADO.
       01 REG-LISTADO                       PIC X(100).

             88 FS-DEPTOS-NFD                VALUE '35'.
          05 FS-LISTADO                      PIC X(2).
             88 FS-LISTADO-OK                VALUE '00'.
          05 FS-SINDICATOS                   PIC X(2).
             88 FS-SINDICATOS-OK             VALUE '00'.
             88 FS-SINDICATOS-NFD            VALUE '35'.

       01 WS-MOVIM-EOF                       PIC X(1) VALUE 'N'.
          88 WS-MOVIM-EOF-YES                VALUE 'Y'.
       01 WS-DEPTOS-EOF                      PIC X(1) VALUE 'N'.
          88 WS-DEPTOS-EOF-YES               VALUE 'Y'.

       01 WS-SINDICATOS-EOF                  PIC X(1) VALUE 'N'.
          88 WS-SINDICATOS-EOF-YES           VALUE 'Y'.

       01 WS-MAESTRO-EOF                     PIC X(1) VALUE 'N'.
          88 WS-MAESTRO-EOF-YES              VALUE 'Y'.

          05 WS-MOV-CUIL                     PIC 9(11).
          05 WS-MOV-TIPO-CONTRATO            PIC X(2).
          05 WS-MOV-OBRA-SOCIAL              PIC X(6).
          05 WS-MOV-SINDICATO                PIC X(4).
             88 WS-MOV-SINDICATO-QUITAR      VALUE '----'.
          05 WS-MOV-CONVENIO                 PIC X(6).
             88 WS-MOV-CONVENIO-QUITAR       VALUE '------'.

      * Pendientes releidos de MAESTRO-PENDIENTES.TXT; los que
      * llegan a su fecha se aplican y se marcan, el resto se
             10 WS-PEND-CUIL                 PIC 9(11).
             10 WS-PEND-TIPO-CONTRATO        PIC X(2).
             10 WS-PEND-OBRA-SOCIAL          PIC X(6).
             10 WS-PEND-SINDICATO            PIC X(4).
             10 WS-PEND-CONVENIO             PIC X(6).
      *      'P' sigue pendiente, 'A' aplicado en esta corrida.
             10 WS-PEND-MARCA                PIC X(1).
       01 WS-PEND-IDX                        PIC 9(3) VALUE 0.
          88 WS-DEP-VALIDO-SI                VALUE 'S'.
          88 WS-DEP-VALIDO-NO                VALUE 'N'.

      * Tabla de sindicatos cargada de SINDICATOS.TXT; sin el
      * archivo no se valida MOV-SINDICATO, como con los deptos.
       01 WS-SINDICATOS-CANT                 PIC 9(3) VALUE 0.
       01 WS-SINDICATOS-MAX                  PIC 9(3) VALUE 999.
       01 WS-TABLA-SINDICATOS.
          05 WS-SINDICATOS-ENTRY OCCURS 999 TIMES.
             10 WS-SIN-CODIGO                PIC X(4).
             10 WS-SIN-ACTIVO                PIC X(1).
       01 WS-SIN-IDX                         PIC 9(3) VALUE 0.
       01 WS-SINDICATOS-DISPONIBLES          PIC X(1) VALUE 'N'.
          88 WS-SINDICATOS-DISPONIBLES-SI    VALUE 'S'.
          88 WS-SINDICATOS-DISPONIBLES-NO    VALUE 'N'.
       01 WS-SIN-VALIDO                      PIC X(1) VALUE 'N'.
          88 WS-SIN-VALIDO-SI                VALUE 'S'.
          88 WS-SIN-VALIDO-NO                VALUE 'N'.

       01 WS-RESULTADO-LINEA.
          05 FILLER                          PIC X(01) VALUE SPACES.
          05 WS-RES-ACCION                   PIC X(1).
           PERFORM 1100-CARGAR-DEPTOS
              THRU 1100-CARGAR-DEPTOS-EXIT.

           PERFORM 1170-CARGAR-SINDICATOS
              THRU 1170-CARGAR-SINDICATOS-EXIT.

           PERFORM 1200-CARGAR-PENDIENTES
              THRU 1200-CARGAR-PENDIENTES-EXIT.


       1150-LEER-UN-DEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    SINDICATOS.TXT se lee completo a memoria, igual que
      *    DEPTOS.TXT: para validar alcanza con el codigo y la marca.
       1170-CARGAR-SINDICATOS.

           OPEN INPUT SINDICATOS.

           IF FS-SINDICATOS-OK
              SET WS-SINDICATOS-DISPONIBLES-SI  TO TRUE
              PERFORM 1180-LEER-UN-SINDICATO
                 THRU 1180-LEER-UN-SINDICATO-EXIT
                UNTIL WS-SINDICATOS-EOF-YES
              CLOSE SINDICATOS
           ELSE
              IF FS-SINDICATOS-NFD
                 DISPLAY 'ATENCION: NO EXISTE SINDICATOS.TXT - NO SE '
                    'VALIDAN LOS SINDICATOS'
              ELSE
                 DISPLAY 'ERROR AL ABRIR SINDICATOS: ' FS-SINDICATOS
              END-IF
           END-IF.

       1170-CARGAR-SINDICATOS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1180-LEER-UN-SINDICATO.

           READ SINDICATOS
              AT END
                 SET WS-SINDICATOS-EOF-YES      TO TRUE
              NOT AT END
                 IF WS-SINDICATOS-CANT < WS-SINDICATOS-MAX
                    ADD 1                       TO WS-SINDICATOS-CANT
                    MOVE SIN-CODIGO
                       TO WS-SIN-CODIGO(WS-SINDICATOS-CANT)
                    MOVE SIN-ACTIVO
                       TO WS-SIN-ACTIVO(WS-SINDICATOS-CANT)
                 ELSE
                    DISPLAY 'ATENCION: SE ALCANZO EL MAXIMO DE '
                       WS-SINDICATOS-MAX ' SINDICATOS DE '
                       'SINDICATOS.TXT'
                    SET WS-SINDICATOS-EOF-YES   TO TRUE
                 END-IF
           END-READ.

       1180-LEER-UN-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1200-CARGAR-PENDIENTES.

                       TO WS-PEND-TIPO-CONTRATO(WS-PEND-CANT)
                    MOVE PEN-OBRA-SOCIAL
                       TO WS-PEND-OBRA-SOCIAL(WS-PEND-CANT)
                    MOVE PEN-SINDICATO
                       TO WS-PEND-SINDICATO(WS-PEND-CANT)
                    MOVE PEN-CONVENIO
                       TO WS-PEND-CONVENIO(WS-PEND-CANT)
                    MOVE 'P'
                       TO WS-PEND-MARCA(WS-PEND-CANT)
                 ELSE
                                             TO WS-MOV-TIPO-CONTRATO.
           MOVE WS-PEND-OBRA-SOCIAL(WS-PEND-IDX)
                                             TO WS-MOV-OBRA-SOCIAL.
           MOVE WS-PEND-SINDICATO(WS-PEND-IDX)
                                             TO WS-MOV-SINDICATO.
           MOVE WS-PEND-CONVENIO(WS-PEND-IDX)
                                             TO WS-MOV-CONVENIO.

           MOVE 'A'                     TO WS-PEND-MARCA(WS-PEND-IDX).

                 END-IF
                 MOVE MOV-TIPO-CONTRATO      TO WS-MOV-TIPO-CONTRATO
                 MOVE MOV-OBRA-SOCIAL        TO WS-MOV-OBRA-SOCIAL
                 MOVE MOV-SINDICATO          TO WS-MOV-SINDICATO
                 MOVE MOV-CONVENIO           TO WS-MOV-CONVENIO
           END-READ.

       1500-LEER-MOVIMIENTO-EXIT.
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

      *    El sindicato, por el mismo motivo, tambien al ingresar.
           PERFORM 2080-VALIDAR-SINDICATO-MOVIM
              THRU 2080-VALIDAR-SINDICATO-MOVIM-EXIT.

           IF WS-SIN-VALIDO-NO
              MOVE 'SINDICATO INEXISTENTE O INACTIVO'
                                                 TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2000-APLICAR-MOVIMIENTO-SIGUE
           END-IF.

      *    El movimiento con fecha futura no toca el maestro: queda
      *    en la lista de pendientes y lo aplicara la primera
      *    corrida en o despues de esa fecha.
              GO TO 2050-EJECUTAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM 2080-VALIDAR-SINDICATO-MOVIM
              THRU 2080-VALIDAR-SINDICATO-MOVIM-EXIT.

           IF WS-SIN-VALIDO-NO
              MOVE 'SINDICATO INEXISTENTE O INACTIVO'
                                                 TO WS-RES-DETALLE
              PERFORM 2900-INFORMAR-ERROR
                 THRU 2900-INFORMAR-ERROR-EXIT
              GO TO 2050-EJECUTAR-MOVIMIENTO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-MOV-ACCION-ALTA
                    PERFORM 2100-ALTA
       2070-COMPARAR-DEPTO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El sindicato se valida cuando el movimiento lo informa (en
      *    blanco no se toca y '----' lo quita: no hay nada que
      *    validar) y la baja no lo usa; sin SINDICATOS.TXT no se
      *    valida. Deja WS-SIN-VALIDO en SI cuando paso o no aplica.
       2080-VALIDAR-SINDICATO-MOVIM.

           SET WS-SIN-VALIDO-SI                 TO TRUE.

           IF WS-SINDICATOS-DISPONIBLES-SI
              AND NOT WS-MOV-ACCION-BAJA
              AND WS-MOV-SINDICATO NOT = SPACES
              AND NOT WS-MOV-SINDICATO-QUITAR
              SET WS-SIN-VALIDO-NO              TO TRUE
              PERFORM 2090-COMPARAR-SINDICATO
                 THRU 2090-COMPARAR-SINDICATO-EXIT
                VARYING WS-SIN-IDX FROM 1 BY 1
                  UNTIL WS-SIN-IDX > WS-SINDICATOS-CANT
                     OR WS-SIN-VALIDO-SI
           END-IF.

       2080-VALIDAR-SINDICATO-MOVIM-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       2090-COMPARAR-SINDICATO.

           IF WS-SIN-CODIGO(WS-SIN-IDX) = WS-MOV-SINDICATO
              AND WS-SIN-ACTIVO(WS-SIN-IDX) = 'A'
              SET WS-SIN-VALIDO-SI              TO TRUE
           END-IF.

       2090-COMPARAR-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    Pasa sindicato y convenio del movimiento al maestro: en
      *    blanco se conserva lo que tiene, '----' / '------' lo
      *    dejan en blanco (desafiliacion, fuera de convenio).
       2095-ACTUALIZAR-SINDICATO.

           EVALUATE TRUE
               WHEN WS-MOV-SINDICATO-QUITAR
                    MOVE SPACES                 TO MAE-SINDICATO
               WHEN WS-MOV-SINDICATO NOT = SPACES
                    MOVE WS-MOV-SINDICATO       TO MAE-SINDICATO
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-MOV-CONVENIO-QUITAR
                    MOVE SPACES                 TO MAE-CONVENIO
               WHEN WS-MOV-CONVENIO NOT = SPACES
                    MOVE WS-MOV-CONVENIO        TO MAE-CONVENIO
           END-EVALUATE.

       2095-ACTUALIZAR-SINDICATO-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    El alta de un legajo que ya existe pero esta de baja o
      *    inactivo se trata como reingreso: vuelve a quedar activo
      *    con la fecha efectiva del movimiento. Un alta sobre un
                 MOVE WS-MOV-CUIL               TO MAE-CUIL
                 MOVE WS-MOV-TIPO-CONTRATO      TO MAE-TIPO-CONTRATO
                 MOVE WS-MOV-OBRA-SOCIAL        TO MAE-OBRA-SOCIAL
                 MOVE SPACES                    TO MAE-SINDICATO
                 MOVE SPACES                    TO MAE-CONVENIO
                 PERFORM 2095-ACTUALIZAR-SINDICATO
                    THRU 2095-ACTUALIZAR-SINDICATO-EXIT
                 WRITE MAE-REGISTRO
                 IF FS-MAESTRO-OK
                    MOVE 'ALTA APLICADA'        TO WS-RES-DETALLE
                    IF WS-MOV-OBRA-SOCIAL NOT = SPACES
                       MOVE WS-MOV-OBRA-SOCIAL  TO MAE-OBRA-SOCIAL
                    END-IF
                    PERFORM 2095-ACTUALIZAR-SINDICATO
                       THRU 2095-ACTUALIZAR-SINDICATO-EXIT
                    REWRITE MAE-REGISTRO
                    IF FS-MAESTRO-OK
                       MOVE 'REINGRESO APLICADO'
                 IF WS-MOV-OBRA-SOCIAL NOT = SPACES
                    MOVE WS-MOV-OBRA-SOCIAL     TO MAE-OBRA-SOCIAL
                 END-IF
                 PERFORM 2095-ACTUALIZAR-SINDICATO
                    THRU 2095-ACTUALIZAR-SINDICATO-EXIT
                 REWRITE MAE-REGISTRO
                 IF FS-MAESTRO-OK
                    MOVE 'MODIFICACION APLICADA'
                               TO WS-PEND-TIPO-CONTRATO(WS-PEND-CANT).
           MOVE WS-MOV-OBRA-SOCIAL
                                 TO WS-PEND-OBRA-SOCIAL(WS-PEND-CANT).
           MOVE WS-MOV-SINDICATO
                                   TO WS-PEND-SINDICATO(WS-PEND-CANT).
           MOVE WS-MOV-CONVENIO
                                    TO WS-PEND-CONVENIO(WS-PEND-CANT).
           MOVE 'P'                   TO WS-PEND-MARCA(WS-PEND-CANT).

           MOVE SPACES                          TO WS-RES-DETALLE.
                                               TO PEN-TIPO-CONTRATO
              MOVE WS-PEND-OBRA-SOCIAL(WS-PEND-IDX)
                                               TO PEN-OBRA-SOCIAL
              MOVE WS-PEND-SINDICATO(WS-PEND-IDX)
                                               TO PEN-SINDICATO
              MOVE WS-PEND-CONVENIO(WS-PEND-IDX)
                                               TO PEN-CONVENIO

              WRITE REG-PENDIENTE

