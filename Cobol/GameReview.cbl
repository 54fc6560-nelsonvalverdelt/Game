       IDENTIFICATION DIVISION.
       PROGRAM-ID. gamereview.

      *> DECISION SOBRE LAS SESIONES RETENIDAS POR gamescreen: CADA
      *> SESION (JUGADOR Y Fecha) MARCADA COMO SOSPECHOSA QUEDA EN
      *> GameReview.txt EN ESTADO P Y MIENTRAS TANTO NO ENTRA AL
      *> MAESTRO NI A LOS TORNEOS. ACA EL OPERADOR, POR NUMERO DE
      *> SESION, LA LIBERA O LA ANULA, SIEMPRE CON UN MOTIVO:
      *>   LIBERAR: LA SESION VUELVE A CONTAR. LAS JUGADAS QUE LA
      *>     QUINTA OPERACION YA SALTEO (Posicion POR ENCIMA DE LA
      *>     MARCA QUE TENIA EL JUGADOR CUANDO gamescreen RETUVO LA
      *>     SESION Y NO MAYOR QUE SU MARCA DE AGUA DE HOY) SE SUMAN
      *>     AHORA AL MAESTRO CON LAS REGLAS DE PUNTAJE VIGENTES; LAS
      *>     POSTERIORES LAS TOMA LA PROXIMA QUINTA OPERACION COMO
      *>     CUALQUIER OTRA. LA SESION SE GRABA LIBERADA ANTES DE
      *>     TOCAR EL MAESTRO, ASI UNA SEGUNDA LIBERACION NO PUEDE
      *>     VOLVER A SUMARLA.
      *>   ANULAR: LAS JUGADAS DE LA SESION POR ENCIMA DE ESA MISMA
      *>     MARCA (LAS DE ABAJO YA ESTABAN EN EL MAESTRO ANTES DE LA
      *>     RETENCION Y SE CONSERVAN) SALEN DE GameValid.txt Y
      *>     DE Game.txt (PARA QUE LA PROXIMA EDICION NO LAS REGENERE)
      *>     Y QUEDAN GUARDADAS EN GameVoided.txt; EL REGISTRO DE
      *>     CONTROL DE LA EDICION SE REESCRIBE CON EL NUEVO ACEPTADOS,
      *>     IGUAL QUE LO HACE LA DEPURACION, PARA QUE EL CUADRE DE
      *>     ARRANQUE DEL PROGRAMA PRINCIPAL SIGA CERRANDO. LA SESION
      *>     QUEDA ANULADA SOLO SI TODO ESO TERMINO BIEN; SI NO, SIGUE
      *>     RETENIDA, SE MUESTRA HASTA DONDE LLEGO Y LA CORRIDA
      *>     TERMINA CON 16.
      *> CADA DECISION QUEDA EN GameReviewLog.txt CON IMAGEN ANTES Y
      *> DESPUES DE LA SESION Y, AL LIBERAR, DEL MAESTRO DEL JUGADOR

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REVISION ASSIGN TO "GameReview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-STATUS.
       SELECT DATOS ASSIGN TO "GameValid.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DATOS-STATUS.
       SELECT TRABAJO ASSIGN TO "GameReviewWork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRABAJO-STATUS.
       SELECT CRUDO ASSIGN TO "Game.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRUDO-STATUS.
       SELECT TRABCRUDO ASSIGN TO "GameReviewRawWork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRABCRUDO-STATUS.
       SELECT ANULADAS ASSIGN TO "GameVoided.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ANULADAS-STATUS.
       SELECT CONTROLEDIT ASSIGN TO "GameEditControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLEDIT-STATUS.
       SELECT MAESTRO ASSIGN TO "GameMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-NOMBRE
           FILE STATUS IS WS-MAESTRO-STATUS.
       SELECT REGLAS ASSIGN TO "GameScoring.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLAS-STATUS.
       SELECT REVTRABAJO ASSIGN TO "GameReviewSesWork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVTRABAJO-STATUS.
       SELECT BITACORA ASSIGN TO "GameReviewLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BITACORA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO DIBUJO QUE LA REVISION DE gamescreen
       FD REVISION.
       01 RegistroRevision.
           88 FinRevision VALUE HIGH-VALUES.
           02 REV-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 REV-FECHA PIC X(10).
           02 FILLER PIC X(1).
           02 REV-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 REV-REGLAS PIC X(3).
           02 FILLER PIC X(1).
           02 REV-JUGADAS PIC X(5).
           02 FILLER PIC X(1).
           02 REV-ACIERTOS PIC X(5).
           02 FILLER PIC X(1).
           02 REV-RAPIDAS PIC X(5).
           02 FILLER PIC X(1).
           02 REV-TIEMPO-MIN PIC X(10).
           02 FILLER PIC X(1).
           02 REV-RACHA-IGUAL PIC X(5).
           02 FILLER PIC X(1).
           02 REV-PCT-SESION PIC X(3).
           02 FILLER PIC X(1).
           02 REV-PCT-VIDA PIC X(3).
           02 FILLER PIC X(1).
           02 REV-FECHA-ALTA PIC X(8).
           02 FILLER PIC X(1).
           02 REV-FECHA-DECISION PIC X(8).
           02 FILLER PIC X(1).
           02 REV-MOTIVO PIC X(30).
           02 FILLER PIC X(1).
           02 REV-MARCA PIC X(9).
       FD DATOS.
       01 DetalleJuego.
           88 FinArchivo VALUE HIGH-VALUES.
           02 Posicion PIC 9(9).
           02 Entrada PIC X(10).
           02 Direccion PIC X(17).
           02 ColorFlecha PIC X(16).
           02 Acierto PIC X(10).
           02 Tiempo PIC 9(10).
           02 Nombre PIC X(15).
           02 Fecha PIC X(10).
       FD TRABAJO.
       01 DetalleTrabajo.
           88 FinTrabajo VALUE HIGH-VALUES.
           02 TRA-REGISTRO PIC X(97).
       FD CRUDO.
       01 DetalleCrudo.
           88 FinCrudo VALUE HIGH-VALUES.
           02 CRU-REGISTRO PIC X(97).
       FD TRABCRUDO.
       01 DetalleTrabCrudo PIC X(97).
      *> LAS JUGADAS ANULADAS, CON EL MISMO DIBUJO QUE EL DETALLE
       FD ANULADAS.
       01 DetalleAnulado PIC X(97).
       FD CONTROLEDIT.
       01 RegistroControlEdit.
           02 CED-LEIDOS PIC X(7).
           02 FILLER PIC X(1).
           02 CED-ACEPTADOS PIC X(7).
           02 FILLER PIC X(1).
           02 CED-RECHAZADOS PIC X(7).
           02 FILLER PIC X(1).
           02 CED-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 CED-HORA PIC X(8).
       FD MAESTRO.
       01 RegistroMaestro.
           02 MAE-NOMBRE PIC X(15).
           02 MAE-ACIERTOS PIC 9(7).
           02 MAE-ERRORES PIC 9(7).
           02 MAE-PUNTOS PIC S9(8).
           02 MAE-ULTIMA-POSICION PIC 9(9).
       FD REGLAS.
       01 RegistroReglas.
           02 REG-ID PIC X(8).
           02 FILLER PIC X(1).
           02 REG-PTS-AZUL PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PTS-ROJO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PTS-AMARILLO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PTS-VERDE PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-IZQUIERDA PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-ARRIBA PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-ABAJO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-DERECHA PIC X(2).
           02 FILLER PIC X(1).
           02 REG-TIEMPO-RAPIDO PIC X(10).
           02 FILLER PIC X(1).
           02 REG-BONUS-RAPIDO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PTS-ACIERTO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-ERROR PIC X(2).
      *> LA REVISION NUEVA SE ARMA ACA ANTES DE PASARLA A
      *> GameReview.txt; MISMO DIBUJO
       FD REVTRABAJO.
       01 RegistroRevTrabajo.
           88 FinRevTrabajo VALUE HIGH-VALUES.
           02 RTR-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 RTR-FECHA PIC X(10).
           02 FILLER PIC X(1).
           02 RTR-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 RTR-REGLAS PIC X(3).
           02 FILLER PIC X(1).
           02 RTR-JUGADAS PIC X(5).
           02 FILLER PIC X(1).
           02 RTR-ACIERTOS PIC X(5).
           02 FILLER PIC X(1).
           02 RTR-RAPIDAS PIC X(5).
           02 FILLER PIC X(1).
           02 RTR-TIEMPO-MIN PIC X(10).
           02 FILLER PIC X(1).
           02 RTR-RACHA-IGUAL PIC X(5).
           02 FILLER PIC X(1).
           02 RTR-PCT-SESION PIC X(3).
           02 FILLER PIC X(1).
           02 RTR-PCT-VIDA PIC X(3).
           02 FILLER PIC X(1).
           02 RTR-FECHA-ALTA PIC X(8).
           02 FILLER PIC X(1).
           02 RTR-FECHA-DECISION PIC X(8).
           02 FILLER PIC X(1).
           02 RTR-MOTIVO PIC X(30).
           02 FILLER PIC X(1).
           02 RTR-MARCA PIC X(9).
       FD BITACORA.
       01 LineaBitacora PIC X(200).

       WORKING-STORAGE SECTION.
       01 ControlDecision.
           02 WS-REVISION-STATUS PIC XX VALUES "00".
           02 WS-DATOS-STATUS PIC XX VALUES "00".
           02 WS-TRABAJO-STATUS PIC XX VALUES "00".
           02 WS-CRUDO-STATUS PIC XX VALUES "00".
           02 WS-TRABCRUDO-STATUS PIC XX VALUES "00".
           02 WS-ANULADAS-STATUS PIC XX VALUES "00".
           02 WS-CONTROLEDIT-STATUS PIC XX VALUES "00".
           02 WS-MAESTRO-STATUS PIC XX VALUES "00".
           02 WS-REGLAS-STATUS PIC XX VALUES "00".
           02 WS-BITACORA-STATUS PIC XX VALUES "00".
           02 WS-REVTRABAJO-STATUS PIC XX VALUES "00".
           02 OPCION PIC X(1) VALUES SPACES.
           02 NUMERO-INGRESADO PIC X(17) VALUES SPACES.
           02 VALOR-INGRESADO PIC X(17) VALUES SPACES.
           02 VALOR-AJUSTADO PIC X(10) VALUES SPACES.
           02 VALOR-CORRIMIENTO PIC X(10) VALUES SPACES.
           02 MOTIVO-DECISION PIC X(30) VALUES SPACES.
           02 ACCION-BITACORA PIC X(8) VALUES SPACES.
           02 MOMENTO-BITACORA PIC X(8) VALUES SPACES.
           02 WS-FECHA-HOY PIC 9(8) VALUES 0.
           02 WS-HORA-AHORA PIC 9(8) VALUES 0.
           02 WS-LINEA-BITACORA PIC X(200) VALUES SPACES.
           02 TOTAL-LISTADOS PIC 9(5) VALUES 00000.
           02 REVISION-ILEGIBLES PIC 9(5) VALUES 00000.
           02 IDX-REV PIC 9(4) VALUES 0000.
           02 IDX-REV-GRABA PIC 9(4) VALUES 0000.
           02 ENCONTRADO-REV PIC X(1) VALUES "N".
           02 REVISION-GRABADA PIC X(1) VALUES "N".
           02 REVISION-COPIADAS PIC 9(4) VALUES 0000.
           02 FECHA-DECISION-PREVIA PIC X(8) VALUES SPACES.
           02 MOTIVO-PREVIO PIC X(30) VALUES SPACES.
      *> LO QUE SE SUMA AL MAESTRO AL LIBERAR UNA SESION
           02 MAESTRO-DISPONIBLE PIC X(1) VALUES "N".
           02 MAESTRO-ABIERTO PIC X(1) VALUES "N".
           02 JUGADOR-EN-MAESTRO PIC X(1) VALUES "N".
           02 LIBERAR-ACIERTOS PIC 9(7) VALUES 0000000.
           02 LIBERAR-ERRORES PIC 9(7) VALUES 0000000.
           02 LIBERAR-PUNTOS PIC S9(8) VALUES 0.
           02 LIBERAR-JUGADAS PIC 9(7) VALUES 0000000.
           02 MAE-PUNTOS-EDIT PIC ZZZZZZZ9-.
      *> LA ANULACION: JUGADAS QUITADAS DEL DETALLE, CONSERVADAS Y
      *> LAS PASADAS SOBRE EL CRUDO
           02 REGISTROS-LEIDOS PIC 9(7) VALUES 0000000.
           02 REGISTROS-ANULADOS PIC 9(7) VALUES 0000000.
           02 REGISTROS-CONSERVADOS PIC 9(7) VALUES 0000000.
           02 REGISTROS-REESCRITOS PIC 9(7) VALUES 0000000.
           02 ANULACION-VALIDA PIC X(1) VALUES "N".
           02 CRUDO-LEIDOS PIC 9(7) VALUES 0000000.
           02 CRUDO-ANULADOS PIC 9(7) VALUES 0000000.
           02 CRUDO-REESCRITOS PIC 9(7) VALUES 0000000.
           02 TRABAJO-CORRECTO PIC X(1) VALUES "S".
      *> HASTA DONDE LLEGO LA ANULACION, PASO POR PASO
           02 CRUDO-DEPURADO PIC X(1) VALUES "N".
           02 DETALLE-REESCRITO PIC X(1) VALUES "N".
           02 ANULADAS-GUARDADAS PIC X(1) VALUES "N".
           02 CONTROL-REESCRITO PIC X(1) VALUES "N".
           02 IDX-IMG PIC 9(4) VALUES 0000.
           02 ENCONTRADO-IMG PIC X(1) VALUES "N".
           02 CED-LEIDOS-GUARDADO PIC X(7) VALUES "0000000".
           02 CED-RECHAZADOS-GUARDADO PIC X(7) VALUES "0000000".
      *> IMAGENES EXACTAS DE LAS JUGADAS ANULADAS: SON LAS QUE HAY
      *> QUE QUITAR DEL CRUDO, UNA OCURRENCIA POR IMAGEN, IGUAL QUE
      *> EN LA DEPURACION
       01 TablaAnuladas.
           02 TOTAL-IMG PIC 9(4) VALUES 0000.
           02 ANULADA-IMG-ENTRY OCCURS 2000 TIMES.
               03 IMG-REGISTRO PIC X(97).
               03 IMG-CONSUMIDA PIC X(1).
      *> LA REVISION COMPLETA EN MEMORIA; DESPUES DE CADA DECISION SE
      *> REESCRIBE ENTERA
       01 TablaRevision.
           02 TOTAL-REVISION PIC 9(4) VALUES 0000.
           02 REVISION-EN-LIMITE PIC X(1) VALUES "N".
           02 REVISION-ENTRY OCCURS 2000 TIMES.
               03 TRV-NOMBRE PIC X(15).
               03 TRV-FECHA PIC X(10).
               03 TRV-ESTADO PIC X(1).
               03 TRV-REGLAS PIC X(3).
               03 TRV-JUGADAS PIC X(5).
               03 TRV-ACIERTOS PIC X(5).
               03 TRV-RAPIDAS PIC X(5).
               03 TRV-TIEMPO-MIN PIC X(10).
               03 TRV-RACHA-IGUAL PIC X(5).
               03 TRV-PCT-SESION PIC X(3).
               03 TRV-PCT-VIDA PIC X(3).
               03 TRV-FECHA-ALTA PIC X(8).
               03 TRV-FECHA-DECISION PIC X(8).
               03 TRV-MOTIVO PIC X(30).
               03 TRV-MARCA PIC 9(9).
      *> REGLAS DE PUNTAJE VIGENTES, MISMO TRATAMIENTO QUE EN EL
      *> PROGRAMA PRINCIPAL: SIN ARCHIVO QUEDAN LAS ESTANDAR
       01 ReglasPuntaje.
           02 REGLAS-ID PIC X(8) VALUES "ESTANDAR".
           02 REGLAS-PTS-AZUL PIC 9(2) VALUES 01.
           02 REGLAS-PTS-ROJO PIC 9(2) VALUES 01.
           02 REGLAS-PTS-AMARILLO PIC 9(2) VALUES 01.
           02 REGLAS-PTS-VERDE PIC 9(2) VALUES 01.
           02 REGLAS-PEN-IZQUIERDA PIC 9(2) VALUES 01.
           02 REGLAS-PEN-ARRIBA PIC 9(2) VALUES 01.
           02 REGLAS-PEN-ABAJO PIC 9(2) VALUES 01.
           02 REGLAS-PEN-DERECHA PIC 9(2) VALUES 01.
           02 REGLAS-TIEMPO-RAPIDO PIC 9(10) VALUES 0.
           02 REGLAS-BONUS-RAPIDO PIC 9(2) VALUES 00.
           02 REGLAS-PTS-ACIERTO PIC 9(2) VALUES 01.
           02 REGLAS-PEN-ERROR PIC 9(2) VALUES 01.
       01 ControlPuntaje.
           02 CAL-ACIERTO PIC X(2) VALUES SPACES.
           02 CAL-DIRECCION PIC X(17) VALUES SPACES.
           02 CAL-COLOR PIC X(16) VALUES SPACES.
           02 CAL-TIEMPO PIC 9(10) VALUES 0.
           02 CAL-PUNTOS PIC S9(4) VALUES 0.

       PROCEDURE DIVISION.
           DISPLAY "DECISION SOBRE SESIONES RETENIDAS"

           OPEN INPUT REVISION
           IF WS-REVISION-STATUS = "35" THEN
               DISPLAY "NO EXISTE GameReview.txt TODAVIA; NADA QUE"
                   " DECIDIR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REVISION-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameReview.txt, STATUS "
                   WS-REVISION-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REVISION
           AT END SET FinRevision TO TRUE
           END-READ
           PERFORM UNTIL FinRevision
               PERFORM CARGAR-ENTRADA-REVISION
               READ REVISION
               AT END SET FinRevision TO TRUE
               END-READ
           END-PERFORM
           CLOSE REVISION
      *> CON LINEAS PERDIDAS AL CARGAR, REESCRIBIR LA REVISION LAS
      *> BORRARIA PARA SIEMPRE (Y SOLTARIA SESIONES RETENIDAS): SE
      *> SALE SIN TOCAR NADA
           IF REVISION-ILEGIBLES > 0 OR REVISION-EN-LIMITE = "S" THEN
               DISPLAY "GameReview.txt CON " REVISION-ILEGIBLES
                   " LINEAS ILEGIBLES O MAS DE 2000 SESIONES;"
                   " REVISAR ANTES DE DECIDIR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-REGLAS

           OPEN EXTEND BITACORA
           IF WS-BITACORA-STATUS = "35" THEN
               OPEN OUTPUT BITACORA
           END-IF
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameReviewLog.txt, STATUS "
                   WS-BITACORA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL OPCION = "0"
               DISPLAY " "
               DISPLAY "1 = LISTAR SESIONES RETENIDAS"
               DISPLAY "2 = LIBERAR UNA SESION"
               DISPLAY "3 = ANULAR UNA SESION"
               DISPLAY "0 = SALIR"
               DISPLAY "OPCION: "
               ACCEPT OPCION
               IF OPCION = "1" THEN
                   PERFORM LISTAR-RETENIDAS
               END-IF
               IF OPCION = "2" THEN
                   PERFORM LIBERAR-SESION
               END-IF
               IF OPCION = "3" THEN
                   PERFORM ANULAR-SESION
               END-IF
           END-PERFORM

           CLOSE BITACORA
           STOP RUN.

       CARGAR-ENTRADA-REVISION.
           IF REV-ESTADO NOT = "P" AND REV-ESTADO NOT = "L"
               AND REV-ESTADO NOT = "A" THEN
               ADD 1 TO REVISION-ILEGIBLES
           ELSE
      *> SIN MARCA NO SE SABE QUE JUGADAS DE LA SESION SIGUEN FUERA
      *> DEL MAESTRO
               IF REV-MARCA IS NOT NUMERIC THEN
                   DISPLAY "GameReview.txt: MARCA ILEGIBLE EN "
                       REV-NOMBRE " " REV-FECHA " [" REV-MARCA "]"
                   ADD 1 TO REVISION-ILEGIBLES
               ELSE
                   IF TOTAL-REVISION < 2000 THEN
                       ADD 1 TO TOTAL-REVISION
                       MOVE TOTAL-REVISION TO IDX-REV
                       MOVE REV-NOMBRE TO TRV-NOMBRE(IDX-REV)
                       MOVE REV-FECHA TO TRV-FECHA(IDX-REV)
                       MOVE REV-ESTADO TO TRV-ESTADO(IDX-REV)
                       MOVE REV-REGLAS TO TRV-REGLAS(IDX-REV)
                       MOVE REV-JUGADAS TO TRV-JUGADAS(IDX-REV)
                       MOVE REV-ACIERTOS TO TRV-ACIERTOS(IDX-REV)
                       MOVE REV-RAPIDAS TO TRV-RAPIDAS(IDX-REV)
                       MOVE REV-TIEMPO-MIN TO TRV-TIEMPO-MIN(IDX-REV)
                       MOVE REV-RACHA-IGUAL TO TRV-RACHA-IGUAL(IDX-REV)
                       MOVE REV-PCT-SESION TO TRV-PCT-SESION(IDX-REV)
                       MOVE REV-PCT-VIDA TO TRV-PCT-VIDA(IDX-REV)
                       MOVE REV-FECHA-ALTA TO TRV-FECHA-ALTA(IDX-REV)
                       MOVE REV-FECHA-DECISION
                           TO TRV-FECHA-DECISION(IDX-REV)
                       MOVE REV-MOTIVO TO TRV-MOTIVO(IDX-REV)
                       MOVE REV-MARCA TO TRV-MARCA(IDX-REV)
                   ELSE
                       MOVE "S" TO REVISION-EN-LIMITE
                   END-IF
               END-IF
           END-IF.

      *> LAS SESIONES TODAVIA RETENIDAS, CON SU NUMERO (EL ORDEN EN
      *> GameReview.txt) Y LA EVIDENCIA CON QUE LAS MARCO gamescreen
       LISTAR-RETENIDAS.
           DISPLAY " NUMERO JUGADOR         FECHA      REG JUGAD ACIER"
               " RAPID TIEMPO-MIN RACHA %SES %VID"
           MOVE 0 TO TOTAL-LISTADOS
           PERFORM VARYING IDX-REV FROM 1 BY 1
               UNTIL IDX-REV > TOTAL-REVISION
               IF TRV-ESTADO(IDX-REV) = "P" THEN
                   DISPLAY "  " IDX-REV "  "
                       TRV-NOMBRE(IDX-REV) " "
                       TRV-FECHA(IDX-REV) " "
                       TRV-REGLAS(IDX-REV) " "
                       TRV-JUGADAS(IDX-REV) " "
                       TRV-ACIERTOS(IDX-REV) " "
                       TRV-RAPIDAS(IDX-REV) " "
                       TRV-TIEMPO-MIN(IDX-REV) " "
                       TRV-RACHA-IGUAL(IDX-REV) "  "
                       TRV-PCT-SESION(IDX-REV) "  "
                       TRV-PCT-VIDA(IDX-REV)
                   ADD 1 TO TOTAL-LISTADOS
               END-IF
           END-PERFORM
           DISPLAY "TOTAL DE SESIONES RETENIDAS: " TOTAL-LISTADOS.

      *> UBICA LA SESION POR EL NUMERO QUE TIPEA EL OPERADOR (AJUSTADO
      *> A CEROS A LA IZQUIERDA COMO EN EL MANTENIMIENTO DEL MAESTRO)
      *> Y PIDE EL MOTIVO DE LA DECISION, QUE ES OBLIGATORIO. SOLO SE
      *> DECIDE SOBRE SESIONES RETENIDAS
       UBICAR-SESION.
           MOVE "N" TO ENCONTRADO-REV
           DISPLAY "NUMERO DE SESION: "
           ACCEPT NUMERO-INGRESADO
           MOVE NUMERO-INGRESADO TO VALOR-INGRESADO
           PERFORM AJUSTAR-VALOR-NUMERICO
           IF VALOR-AJUSTADO IS NOT NUMERIC
               OR VALOR-AJUSTADO(1:6) NOT = "000000" THEN
               DISPLAY "NUMERO INVALIDO"
           ELSE
               MOVE VALOR-AJUSTADO(7:4) TO IDX-REV
               IF IDX-REV = 0 OR IDX-REV > TOTAL-REVISION THEN
                   DISPLAY "SESION NO ENCONTRADA EN LA REVISION"
               ELSE
               IF TRV-ESTADO(IDX-REV) NOT = "P" THEN
                   DISPLAY "LA SESION YA FUE DECIDIDA (ESTADO "
                       TRV-ESTADO(IDX-REV) ")"
               ELSE
                   DISPLAY "SESION " TRV-NOMBRE(IDX-REV) " "
                       TRV-FECHA(IDX-REV) " REGLAS "
                       TRV-REGLAS(IDX-REV)
                   DISPLAY "MOTIVO DE LA DECISION: "
                   ACCEPT MOTIVO-DECISION
                   IF MOTIVO-DECISION = SPACES THEN
                       DISPLAY "SIN MOTIVO NO SE DECIDE"
                   ELSE
                       MOVE "S" TO ENCONTRADO-REV
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> LIBERAR: PRIMERO SE CUENTA LO QUE LA SESION LE DEBE AL
      *> MAESTRO; DESPUES SE GRABA LA SESION COMO LIBERADA Y RECIEN
      *> CON LA REVISION GRABADA SE REGRABA EL MAESTRO. ASI NUNCA
      *> QUEDA UNA SESION RETENIDA CON EL MAESTRO YA SUMADO (OTRA
      *> LIBERACION LA SUMARIA DOS VECES). SI LA REVISION NO SE
      *> PUEDE GRABAR EL MAESTRO NO SE TOCA, Y SI EL MAESTRO FALLA
      *> DESPUES LA SESION VUELVE A RETENIDA
       LIBERAR-SESION.
           PERFORM UBICAR-SESION
           IF ENCONTRADO-REV = "S" THEN
               PERFORM CONTAR-LIBERADA-MAESTRO
           END-IF
           IF ENCONTRADO-REV = "S" AND MAESTRO-DISPONIBLE = "S" THEN
               MOVE "LIBERAR" TO ACCION-BITACORA
               MOVE "ANTES" TO MOMENTO-BITACORA
               PERFORM GRABAR-BITACORA
               MOVE TRV-FECHA-DECISION(IDX-REV)
                   TO FECHA-DECISION-PREVIA
               MOVE TRV-MOTIVO(IDX-REV) TO MOTIVO-PREVIO
               MOVE "L" TO TRV-ESTADO(IDX-REV)
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY TO TRV-FECHA-DECISION(IDX-REV)
               MOVE MOTIVO-DECISION TO TRV-MOTIVO(IDX-REV)
               PERFORM GRABAR-REVISION
               IF REVISION-GRABADA = "S" THEN
                   MOVE "DESPUES" TO MOMENTO-BITACORA
                   PERFORM GRABAR-BITACORA
                   PERFORM SUMAR-LIBERADA-MAESTRO
               ELSE
                   DISPLAY "LA SESION NO SE LIBERO; EL MAESTRO NO SE"
                       " TOCO"
                   PERFORM REPONER-RETENIDA
               END-IF
           END-IF
           IF MAESTRO-ABIERTO = "S" THEN
               CLOSE MAESTRO
               MOVE "N" TO MAESTRO-ABIERTO
           END-IF.

      *> BUSCA AL JUGADOR EN EL MAESTRO Y CUENTA EN EL DETALLE LAS
      *> JUGADAS DE LA SESION QUE LA QUINTA OPERACION SALTEO POR
      *> RETENIDAS. EL MAESTRO QUEDA ABIERTO CON EL REGISTRO LEIDO
      *> HASTA QUE SE GRABE LA REVISION. UN JUGADOR QUE NO ESTA EN
      *> EL MAESTRO (O SIN MAESTRO TODAVIA) NO TIENE NADA SALTEADO:
      *> LA PROXIMA QUINTA OPERACION TOMA TODA LA SESION
       CONTAR-LIBERADA-MAESTRO.
           MOVE "N" TO MAESTRO-DISPONIBLE
           MOVE "N" TO JUGADOR-EN-MAESTRO
           MOVE 0 TO LIBERAR-ACIERTOS
           MOVE 0 TO LIBERAR-ERRORES
           MOVE 0 TO LIBERAR-PUNTOS
           MOVE 0 TO LIBERAR-JUGADAS
           OPEN I-O MAESTRO
           IF WS-MAESTRO-STATUS = "35" THEN
               MOVE "S" TO MAESTRO-DISPONIBLE
               DISPLAY "SIN GameMaster.dat TODAVIA; NADA QUE SUMAR"
           ELSE
           IF WS-MAESTRO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS "; LA SESION SIGUE RETENIDA"
           ELSE
               MOVE "S" TO MAESTRO-ABIERTO
               MOVE TRV-NOMBRE(IDX-REV) TO MAE-NOMBRE
               READ MAESTRO
                   INVALID KEY
                       MOVE "S" TO MAESTRO-DISPONIBLE
                       DISPLAY "EL JUGADOR NO ESTA EN EL MAESTRO; LA"
                           " PROXIMA CORRIDA TOMA TODA LA SESION"
                   NOT INVALID KEY
                       MOVE "S" TO JUGADOR-EN-MAESTRO
               END-READ
               IF JUGADOR-EN-MAESTRO = "S" THEN
                   PERFORM CONTAR-LIBERADA-DETALLE
                   IF WS-DATOS-STATUS = "00" THEN
                       MOVE "S" TO MAESTRO-DISPONIBLE
                   END-IF
               END-IF
           END-IF
           END-IF.

      *> CON LA SESION YA GRABADA COMO LIBERADA, SUMA AL REGISTRO
      *> DEL JUGADOR LO CONTADO; SI EL MAESTRO NO SE PUEDE REGRABAR
      *> LA SESION VUELVE A RETENIDA
       SUMAR-LIBERADA-MAESTRO.
           IF JUGADOR-EN-MAESTRO = "S" AND LIBERAR-JUGADAS > 0 THEN
               MOVE "MAESTRO" TO ACCION-BITACORA
               MOVE "ANTES" TO MOMENTO-BITACORA
               PERFORM GRABAR-BITACORA-MAESTRO
               ADD LIBERAR-ACIERTOS TO MAE-ACIERTOS
               ADD LIBERAR-ERRORES TO MAE-ERRORES
               ADD LIBERAR-PUNTOS TO MAE-PUNTOS
               REWRITE RegistroMaestro
               IF WS-MAESTRO-STATUS = "00" THEN
                   MOVE "DESPUES" TO MOMENTO-BITACORA
                   PERFORM GRABAR-BITACORA-MAESTRO
                   DISPLAY "SESION LIBERADA; JUGADAS SUMADAS AHORA AL"
                       " MAESTRO: " LIBERAR-JUGADAS
               ELSE
                   DISPLAY "ERROR REGRABANDO GameMaster.dat, STATUS "
                       WS-MAESTRO-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE "LIBERAR" TO ACCION-BITACORA
                   PERFORM REPONER-RETENIDA
               END-IF
           ELSE
               DISPLAY "SESION LIBERADA; JUGADAS SUMADAS AHORA AL"
                   " MAESTRO: " LIBERAR-JUGADAS
           END-IF.

      *> LA SESION VUELVE A RETENIDA EN MEMORIA Y EN GameReview.txt.
      *> SI TAMPOCO ESO SE PUEDE GRABAR, LA BITACORA Y LA PANTALLA
      *> DEJAN LO QUE FALTO SUMAR PARA CORREGIRLO A MANO
       REPONER-RETENIDA.
           MOVE "P" TO TRV-ESTADO(IDX-REV)
           MOVE FECHA-DECISION-PREVIA TO TRV-FECHA-DECISION(IDX-REV)
           MOVE MOTIVO-PREVIO TO TRV-MOTIVO(IDX-REV)
           PERFORM GRABAR-REVISION
           MOVE "REPUESTA" TO MOMENTO-BITACORA
           PERFORM GRABAR-BITACORA
           IF REVISION-GRABADA = "S" THEN
               DISPLAY "LA SESION SIGUE RETENIDA"
           ELSE
               DISPLAY "NO SE PUDO VOLVER LA SESION A RETENIDA EN"
                   " GameReview.txt; REVISAR ANTES DE DECIDIR"
               MOVE LIBERAR-PUNTOS TO MAE-PUNTOS-EDIT
               DISPLAY "SIN SUMAR AL MAESTRO: ACIERTOS="
                   LIBERAR-ACIERTOS " ERRORES=" LIBERAR-ERRORES
                   " PUNTOS=" MAE-PUNTOS-EDIT
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> LAS JUGADAS DE LA SESION POR ENCIMA DE LA MARCA QUE TENIA
      *> EL JUGADOR AL RETENERLA (LAS DE ABAJO YA ESTABAN EN EL
      *> MAESTRO) Y NO MAYORES QUE SU MARCA DE HOY (LAS DE ARRIBA
      *> LAS TOMA LA PROXIMA QUINTA OPERACION)
       CONTAR-LIBERADA-DETALLE.
           OPEN INPUT DATOS
           IF WS-DATOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameValid.txt, STATUS "
                   WS-DATOS-STATUS "; LA SESION SIGUE RETENIDA"
           ELSE
               READ DATOS
               AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   IF Nombre = TRV-NOMBRE(IDX-REV)
                       AND Fecha = TRV-FECHA(IDX-REV)
                       AND Posicion > TRV-MARCA(IDX-REV)
                       AND Posicion NOT > MAE-ULTIMA-POSICION THEN
                       ADD 1 TO LIBERAR-JUGADAS
                       IF Acierto = "Si" THEN
                           ADD 1 TO LIBERAR-ACIERTOS
                       END-IF
                       IF Acierto = "No" THEN
                           ADD 1 TO LIBERAR-ERRORES
                       END-IF
                       MOVE Acierto TO CAL-ACIERTO
                       MOVE Direccion TO CAL-DIRECCION
                       MOVE ColorFlecha TO CAL-COLOR
                       MOVE Tiempo TO CAL-TIEMPO
                       PERFORM CALCULAR-PUNTOS-JUGADA
                       ADD CAL-PUNTOS TO LIBERAR-PUNTOS
                   END-IF
                   READ DATOS
                   AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DATOS
           END-IF.

      *> ANULAR: PRIMERA PASADA SEPARA EL DETALLE EN ANULADAS (A LA
      *> TABLA DE IMAGENES) Y CONSERVADAS (ARCHIVO DE TRABAJO); RECIEN
      *> CON LA PASADA COMPLETA SE DEPURA EL CRUDO, SE REESCRIBE
      *> GameValid.txt, SE GUARDAN LAS ANULADAS Y SE REESCRIBE EL
      *> REGISTRO DE CONTROL DE LA EDICION, EN ESE ORDEN Y CADA PASO
      *> SOLO SI EL ANTERIOR TERMINO BIEN. LA SESION SE GRABA ANULADA
      *> RECIEN CON LOS CUATRO PASOS HECHOS: MIENTRAS SIGUE RETENIDA
      *> NINGUNA CORRIDA SUMA SUS JUGADAS
       ANULAR-SESION.
           PERFORM UBICAR-SESION
           IF ENCONTRADO-REV = "S" THEN
               MOVE "N" TO CRUDO-DEPURADO
               MOVE "N" TO DETALLE-REESCRITO
               MOVE "N" TO ANULADAS-GUARDADAS
               MOVE "N" TO CONTROL-REESCRITO
               PERFORM SEPARAR-ANULADAS
               IF ANULACION-VALIDA = "S" THEN
                   PERFORM DEPURAR-CRUDO
                   IF CRUDO-DEPURADO = "S" THEN
                       PERFORM REESCRIBIR-DETALLE
                   END-IF
                   IF DETALLE-REESCRITO = "S" THEN
                       PERFORM GUARDAR-ANULADAS
                   END-IF
                   IF ANULADAS-GUARDADAS = "S" THEN
                       PERFORM ACTUALIZAR-CONTROL-EDICION
                   END-IF
                   IF CONTROL-REESCRITO = "N" THEN
                       PERFORM CORTAR-ANULACION
                   END-IF
                   MOVE "ANULAR" TO ACCION-BITACORA
                   MOVE "ANTES" TO MOMENTO-BITACORA
                   PERFORM GRABAR-BITACORA
                   MOVE "A" TO TRV-ESTADO(IDX-REV)
                   ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                   MOVE WS-FECHA-HOY TO TRV-FECHA-DECISION(IDX-REV)
                   MOVE MOTIVO-DECISION TO TRV-MOTIVO(IDX-REV)
                   PERFORM GRABAR-REVISION
                   MOVE "DESPUES" TO MOMENTO-BITACORA
                   PERFORM GRABAR-BITACORA
                   DISPLAY "SESION ANULADA; JUGADAS QUITADAS: "
                       REGISTROS-ANULADOS
                   IF REVISION-GRABADA = "N" THEN
                       DISPLAY "LA SESION NO QUEDO GRABADA COMO"
                           " ANULADA; VOLVER A ANULARLA (YA NO TIENE"
                           " JUGADAS QUE QUITAR)"
                   END-IF
               END-IF
           END-IF.

      *> UN PASO DE LA ANULACION FALLO CON ALGUN ARCHIVO YA TOCADO:
      *> LA SESION QUEDA RETENIDA, LAS JUGADAS QUE NO LLEGARON A
      *> GameVoided.txt QUEDAN CON SU IMAGEN EN LA BITACORA, SE
      *> MUESTRA HASTA DONDE LLEGO Y LA CORRIDA TERMINA CON 16. UNA
      *> VEZ CORREGIDA LA CAUSA SE VUELVE A ANULAR LA SESION: COMO EL
      *> CRUDO SE DEPURA PRIMERO, LA SEGUNDA VEZ SOLO QUEDA LO QUE
      *> FALTO
       CORTAR-ANULACION.
           MOVE "ANULAR" TO ACCION-BITACORA
           MOVE "CORTADA" TO MOMENTO-BITACORA
           PERFORM GRABAR-BITACORA
           IF ANULADAS-GUARDADAS = "N" THEN
               MOVE "ANULADA" TO ACCION-BITACORA
               MOVE "SINCOPIA" TO MOMENTO-BITACORA
               PERFORM VARYING IDX-IMG FROM 1 BY 1
                   UNTIL IDX-IMG > TOTAL-IMG
                   PERFORM GRABAR-BITACORA-JUGADA
               END-PERFORM
           END-IF
           DISPLAY "LA ANULACION NO SE COMPLETO; LA SESION SIGUE"
               " RETENIDA"
           DISPLAY "  Game.txt DEPURADO:               " CRUDO-DEPURADO
           DISPLAY "  GameValid.txt REESCRITO:         "
               DETALLE-REESCRITO
           DISPLAY "  GameVoided.txt CON LAS ANULADAS: "
               ANULADAS-GUARDADAS
           DISPLAY "  GameEditControl.txt REESCRITO:   "
               CONTROL-REESCRITO
           IF ANULADAS-GUARDADAS = "N" AND TOTAL-IMG > 0 THEN
               DISPLAY "LAS JUGADAS ANULADAS QUEDAN EN"
                   " GameReviewLog.txt (SINCOPIA)"
           END-IF
           DISPLAY "CORREGIR LA CAUSA (UN ARCHIVO A MEDIO REESCRIBIR SE"
               " REPONE DESDE SU ARCHIVO DE TRABAJO) Y VOLVER A"
               " ANULAR LA SESION"
           CLOSE BITACORA
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> LAS CONSERVADAS VAN A GameReviewWork.txt CONTROLANDO CADA
      *> GRABACION Y EL CIERRE; SI ALGO FALLA TODAVIA NO SE TOCO NADA
      *> Y LA SESION NO SE ANULA
       SEPARAR-ANULADAS.
           MOVE "N" TO ANULACION-VALIDA
           MOVE 0 TO REGISTROS-LEIDOS
           MOVE 0 TO REGISTROS-ANULADOS
           MOVE 0 TO REGISTROS-CONSERVADOS
           MOVE 0 TO TOTAL-IMG
           OPEN INPUT DATOS
           IF WS-DATOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameValid.txt, STATUS "
                   WS-DATOS-STATUS "; NO SE ANULA"
           ELSE
               OPEN OUTPUT TRABAJO
               IF WS-TRABAJO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO GameReviewWork.txt, STATUS "
                       WS-TRABAJO-STATUS "; NO SE ANULA"
                   CLOSE DATOS
               ELSE
                   MOVE "S" TO ANULACION-VALIDA
                   MOVE "S" TO TRABAJO-CORRECTO
                   READ DATOS
                   AT END SET FinArchivo TO TRUE
                   END-READ
                   PERFORM UNTIL FinArchivo OR TRABAJO-CORRECTO = "N"
                       ADD 1 TO REGISTROS-LEIDOS
                       IF Nombre = TRV-NOMBRE(IDX-REV)
                           AND Fecha = TRV-FECHA(IDX-REV)
                           AND Posicion > TRV-MARCA(IDX-REV) THEN
                           IF TOTAL-IMG < 2000 THEN
                               ADD 1 TO REGISTROS-ANULADOS
                               ADD 1 TO TOTAL-IMG
                               MOVE DetalleJuego
                                   TO IMG-REGISTRO(TOTAL-IMG)
                               MOVE "N" TO IMG-CONSUMIDA(TOTAL-IMG)
                           ELSE
                               MOVE "N" TO ANULACION-VALIDA
                           END-IF
                       ELSE
                           WRITE DetalleTrabajo FROM DetalleJuego
                           IF WS-TRABAJO-STATUS NOT = "00" THEN
                               DISPLAY "ERROR GRABANDO"
                                   " GameReviewWork.txt, STATUS "
                                   WS-TRABAJO-STATUS
                               MOVE "N" TO TRABAJO-CORRECTO
                           ELSE
                               ADD 1 TO REGISTROS-CONSERVADOS
                           END-IF
                       END-IF
                       READ DATOS
                       AT END SET FinArchivo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE DATOS
                   CLOSE TRABAJO
                   IF WS-TRABAJO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO GameReviewWork.txt,"
                           " STATUS " WS-TRABAJO-STATUS
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF TRABAJO-CORRECTO = "N" THEN
                       DISPLAY "NO SE TOCO NINGUN ARCHIVO; NO SE ANULA"
                       MOVE "N" TO ANULACION-VALIDA
                       MOVE 16 TO RETURN-CODE
                   END-IF
                   IF ANULACION-VALIDA = "N"
                       AND TRABAJO-CORRECTO = "S" THEN
                       DISPLAY "LA SESION TIENE MAS DE 2000 JUGADAS;"
                           " NO SE ANULA"
                   END-IF
                   IF REGISTROS-ANULADOS = 0 THEN
                       DISPLAY "AVISO: LA SESION YA NO TIENE JUGADAS"
                           " EN GameValid.txt"
                   END-IF
               END-IF
           END-IF.

      *> VUELVE LAS CONSERVADAS A GameValid.txt CONTROLANDO CADA
      *> GRABACION, EL CIERRE Y QUE PASEN TODAS LAS DE LA COPIA
       REESCRIBIR-DETALLE.
           MOVE 0 TO REGISTROS-REESCRITOS
           OPEN INPUT TRABAJO
           IF WS-TRABAJO-STATUS NOT = "00" THEN
               DISPLAY "ERROR REABRIENDO GameReviewWork.txt, STATUS "
                   WS-TRABAJO-STATUS "; GameValid.txt NO SE TOCO"
           ELSE
               OPEN OUTPUT DATOS
               IF WS-DATOS-STATUS NOT = "00" THEN
                   DISPLAY "ERROR REABRIENDO GameValid.txt, STATUS "
                       WS-DATOS-STATUS
                   DISPLAY "LOS CONSERVADOS QUEDAN EN"
                       " GameReviewWork.txt"
                   CLOSE TRABAJO
               ELSE
                   MOVE "S" TO TRABAJO-CORRECTO
                   READ TRABAJO
                   AT END SET FinTrabajo TO TRUE
                   END-READ
                   PERFORM UNTIL FinTrabajo OR TRABAJO-CORRECTO = "N"
                       WRITE DetalleJuego FROM TRA-REGISTRO
                       IF WS-DATOS-STATUS NOT = "00" THEN
                           DISPLAY "ERROR REESCRIBIENDO GameValid.txt,"
                               " STATUS " WS-DATOS-STATUS
                           MOVE "N" TO TRABAJO-CORRECTO
                       ELSE
                           ADD 1 TO REGISTROS-REESCRITOS
                       END-IF
                       READ TRABAJO
                       AT END SET FinTrabajo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TRABAJO
                   CLOSE DATOS
                   IF WS-DATOS-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO GameValid.txt, STATUS "
                           WS-DATOS-STATUS
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF REGISTROS-REESCRITOS NOT = REGISTROS-CONSERVADOS
                       THEN
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   DISPLAY "GameValid.txt: LEIDOS=" REGISTROS-LEIDOS
                       " ANULADOS=" REGISTROS-ANULADOS
                       " REESCRITOS=" REGISTROS-REESCRITOS
                   IF TRABAJO-CORRECTO = "N" THEN
                       DISPLAY "GameValid.txt PUEDE HABER QUEDADO"
                           " INCOMPLETO; LOS CONSERVADOS QUEDAN EN"
                           " GameReviewWork.txt"
                   ELSE
                       MOVE "S" TO DETALLE-REESCRITO
                   END-IF
               END-IF
           END-IF.

      *> LAS JUGADAS ANULADAS SE AGREGAN A GameVoided.txt, QUE
      *> ACUMULA TODAS LAS ANULACIONES; CADA GRABACION Y EL CIERRE SE
      *> CONTROLAN
       GUARDAR-ANULADAS.
           OPEN EXTEND ANULADAS
           IF WS-ANULADAS-STATUS = "35" THEN
               OPEN OUTPUT ANULADAS
           END-IF
           IF WS-ANULADAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameVoided.txt, STATUS "
                   WS-ANULADAS-STATUS
           ELSE
               MOVE "S" TO TRABAJO-CORRECTO
               PERFORM VARYING IDX-IMG FROM 1 BY 1
                   UNTIL IDX-IMG > TOTAL-IMG OR TRABAJO-CORRECTO = "N"
                   WRITE DetalleAnulado FROM IMG-REGISTRO(IDX-IMG)
                   IF WS-ANULADAS-STATUS NOT = "00" THEN
                       DISPLAY "ERROR GRABANDO GameVoided.txt, STATUS "
                           WS-ANULADAS-STATUS
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
               END-PERFORM
               CLOSE ANULADAS
               IF WS-ANULADAS-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CERRANDO GameVoided.txt, STATUS "
                       WS-ANULADAS-STATUS
                   MOVE "N" TO TRABAJO-CORRECTO
               END-IF
               IF TRABAJO-CORRECTO = "S" THEN
                   MOVE "S" TO ANULADAS-GUARDADAS
               END-IF
           END-IF.

      *> QUITA DEL CRUDO Game.txt LAS IMAGENES ANULADAS, UNA
      *> OCURRENCIA POR IMAGEN, IGUAL QUE LA DEPURACION. SIN CRUDO NO
      *> HAY NADA QUE LA EDICION PUEDA REGENERAR
       DEPURAR-CRUDO.
           MOVE 0 TO CRUDO-LEIDOS
           MOVE 0 TO CRUDO-ANULADOS
           MOVE 0 TO CRUDO-REESCRITOS
           IF TOTAL-IMG = 0 THEN
               MOVE "S" TO CRUDO-DEPURADO
           ELSE
               OPEN INPUT CRUDO
               IF WS-CRUDO-STATUS = "35" THEN
                   DISPLAY "AVISO: SIN Game.txt; NO HAY CRUDO QUE"
                       " DEPURAR"
                   MOVE "S" TO CRUDO-DEPURADO
               ELSE
               IF WS-CRUDO-STATUS NOT = "00" THEN
                   DISPLAY "NO SE PUDO ABRIR Game.txt (STATUS "
                       WS-CRUDO-STATUS "); EL CRUDO NO SE DEPURA"
               ELSE
                   OPEN OUTPUT TRABCRUDO
                   IF WS-TRABCRUDO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR ABRIENDO GameReviewRawWork.txt,"
                           " STATUS " WS-TRABCRUDO-STATUS
                           "; EL CRUDO NO SE DEPURA"
                       CLOSE CRUDO
                   ELSE
                       MOVE "S" TO TRABAJO-CORRECTO
                       READ CRUDO
                       AT END SET FinCrudo TO TRUE
                       END-READ
                       PERFORM UNTIL FinCrudo
                           OR TRABAJO-CORRECTO = "N"
                           ADD 1 TO CRUDO-LEIDOS
                           PERFORM CLASIFICAR-LINEA-CRUDA
                           READ CRUDO
                           AT END SET FinCrudo TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE CRUDO
                       CLOSE TRABCRUDO
                       IF WS-TRABCRUDO-STATUS NOT = "00" THEN
                           DISPLAY "ERROR CERRANDO"
                               " GameReviewRawWork.txt, STATUS "
                               WS-TRABCRUDO-STATUS
                           MOVE "N" TO TRABAJO-CORRECTO
                       END-IF
                       IF TRABAJO-CORRECTO = "N" THEN
                           DISPLAY "Game.txt NO SE TOCO"
                       ELSE
                           PERFORM REESCRIBIR-CRUDO
                           DISPLAY "Game.txt: LEIDOS=" CRUDO-LEIDOS
                               " ANULADOS=" CRUDO-ANULADOS
                               " REESCRITOS=" CRUDO-REESCRITOS
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *> LA TABLA DE IMAGENES SE CONSERVA ENTERA PORQUE DESPUES VA A
      *> GameVoided.txt; LA IMAGEN YA USADA SOLO SE MARCA
       CLASIFICAR-LINEA-CRUDA.
           MOVE "N" TO ENCONTRADO-IMG
           PERFORM VARYING IDX-IMG FROM 1 BY 1
               UNTIL IDX-IMG > TOTAL-IMG OR ENCONTRADO-IMG = "S"
               IF IMG-CONSUMIDA(IDX-IMG) = "N"
                   AND IMG-REGISTRO(IDX-IMG) = CRU-REGISTRO THEN
                   MOVE "S" TO ENCONTRADO-IMG
                   MOVE "S" TO IMG-CONSUMIDA(IDX-IMG)
               END-IF
           END-PERFORM
           IF ENCONTRADO-IMG = "S" THEN
               ADD 1 TO CRUDO-ANULADOS
           ELSE
               WRITE DetalleTrabCrudo FROM DetalleCrudo
               IF WS-TRABCRUDO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR GRABANDO GameReviewRawWork.txt,"
                       " STATUS " WS-TRABCRUDO-STATUS
                   MOVE "N" TO TRABAJO-CORRECTO
               END-IF
           END-IF.

      *> VUELVE EL CRUDO DEPURADO A Game.txt CONTROLANDO CADA
      *> GRABACION, EL CIERRE Y QUE PASEN LEIDOS MENOS ANULADOS
       REESCRIBIR-CRUDO.
           OPEN INPUT TRABCRUDO
           IF WS-TRABCRUDO-STATUS NOT = "00" THEN
               DISPLAY "ERROR REABRIENDO GameReviewRawWork.txt,"
                   " STATUS " WS-TRABCRUDO-STATUS
               DISPLAY "Game.txt NO SE TOCO; EL CRUDO DEPURADO QUEDA"
                   " EN GameReviewRawWork.txt"
           ELSE
               OPEN OUTPUT CRUDO
               IF WS-CRUDO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR REABRIENDO Game.txt, STATUS "
                       WS-CRUDO-STATUS
                   DISPLAY "EL CRUDO DEPURADO QUEDA EN"
                       " GameReviewRawWork.txt"
                   CLOSE TRABCRUDO
               ELSE
                   READ TRABCRUDO INTO CRU-REGISTRO
                   AT END SET FinCrudo TO TRUE
                   END-READ
                   PERFORM UNTIL FinCrudo OR TRABAJO-CORRECTO = "N"
                       WRITE DetalleCrudo
                       IF WS-CRUDO-STATUS NOT = "00" THEN
                           DISPLAY "ERROR REESCRIBIENDO Game.txt,"
                               " STATUS " WS-CRUDO-STATUS
                           MOVE "N" TO TRABAJO-CORRECTO
                       ELSE
                           ADD 1 TO CRUDO-REESCRITOS
                       END-IF
                       READ TRABCRUDO INTO CRU-REGISTRO
                       AT END SET FinCrudo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TRABCRUDO
                   CLOSE CRUDO
                   IF WS-CRUDO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO Game.txt, STATUS "
                           WS-CRUDO-STATUS
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF CRUDO-REESCRITOS + CRUDO-ANULADOS
                       NOT = CRUDO-LEIDOS THEN
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF TRABAJO-CORRECTO = "N" THEN
                       DISPLAY "Game.txt PUEDE HABER QUEDADO"
                           " INCOMPLETO; EL CRUDO DEPURADO QUEDA EN"
                           " GameReviewRawWork.txt"
                   ELSE
                       MOVE "S" TO CRUDO-DEPURADO
                   END-IF
               END-IF
           END-IF.

      *> REESCRIBE EL REGISTRO DE CONTROL DEL PASO DE EDICION CON EL
      *> ACEPTADOS QUE QUEDO DESPUES DE LA ANULACION, MISMA LOGICA
      *> QUE LA DEPURACION
       ACTUALIZAR-CONTROL-EDICION.
           OPEN INPUT CONTROLEDIT
           IF WS-CONTROLEDIT-STATUS = "00" THEN
               READ CONTROLEDIT
                   AT END
                       MOVE "0000000" TO CED-LEIDOS-GUARDADO
                       MOVE "0000000" TO CED-RECHAZADOS-GUARDADO
                   NOT AT END
                       MOVE CED-LEIDOS TO CED-LEIDOS-GUARDADO
                       MOVE CED-RECHAZADOS TO CED-RECHAZADOS-GUARDADO
               END-READ
               CLOSE CONTROLEDIT
           ELSE
               DISPLAY "AVISO: SIN GameEditControl.txt PREVIO (STATUS "
                   WS-CONTROLEDIT-STATUS "); SE CREA DE NUEVO"
               MOVE "0000000" TO CED-LEIDOS-GUARDADO
               MOVE "0000000" TO CED-RECHAZADOS-GUARDADO
           END-IF
           OPEN OUTPUT CONTROLEDIT
           IF WS-CONTROLEDIT-STATUS NOT = "00" THEN
               DISPLAY "ERROR REESCRIBIENDO GameEditControl.txt,"
                   " STATUS " WS-CONTROLEDIT-STATUS
           ELSE
               MOVE SPACES TO RegistroControlEdit
               MOVE CED-LEIDOS-GUARDADO TO CED-LEIDOS
               MOVE REGISTROS-CONSERVADOS TO CED-ACEPTADOS
               MOVE CED-RECHAZADOS-GUARDADO TO CED-RECHAZADOS
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WS-FECHA-HOY TO CED-FECHA
               ACCEPT WS-HORA-AHORA FROM TIME
               MOVE WS-HORA-AHORA TO CED-HORA
               WRITE RegistroControlEdit
               IF WS-CONTROLEDIT-STATUS NOT = "00" THEN
                   DISPLAY "ERROR GRABANDO GameEditControl.txt, STATUS "
                       WS-CONTROLEDIT-STATUS
                   CLOSE CONTROLEDIT
               ELSE
                   CLOSE CONTROLEDIT
                   IF WS-CONTROLEDIT-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO GameEditControl.txt,"
                           " STATUS " WS-CONTROLEDIT-STATUS
                   ELSE
                       MOVE "S" TO CONTROL-REESCRITO
                       DISPLAY "REGISTRO DE CONTROL DE LA EDICION"
                           " ACTUALIZADO: ACEPTADOS="
                           REGISTROS-CONSERVADOS
                   END-IF
               END-IF
           END-IF.

      *> REESCRIBE LA REVISION COMPLETA DESDE LA TABLA EN MEMORIA:
      *> PRIMERO EN GameReviewSesWork.txt, CONTROLANDO CADA GRABACION
      *> Y EL CIERRE, Y RECIEN CON ESA COPIA COMPLETA SE PASA A
      *> GameReview.txt. REVISION-GRABADA QUEDA EN "S" SOLO SI LAS
      *> DOS PASADAS TERMINARON BIEN
       GRABAR-REVISION.
           MOVE "N" TO REVISION-GRABADA
           OPEN OUTPUT REVTRABAJO
           IF WS-REVTRABAJO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameReviewSesWork.txt, STATUS "
                   WS-REVTRABAJO-STATUS "; GameReview.txt NO SE TOCO"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "S" TO REVISION-GRABADA
               PERFORM VARYING IDX-REV-GRABA FROM 1 BY 1
                   UNTIL IDX-REV-GRABA > TOTAL-REVISION
                   OR REVISION-GRABADA = "N"
                   MOVE SPACES TO RegistroRevTrabajo
                   MOVE TRV-NOMBRE(IDX-REV-GRABA) TO RTR-NOMBRE
                   MOVE TRV-FECHA(IDX-REV-GRABA) TO RTR-FECHA
                   MOVE TRV-ESTADO(IDX-REV-GRABA) TO RTR-ESTADO
                   MOVE TRV-REGLAS(IDX-REV-GRABA) TO RTR-REGLAS
                   MOVE TRV-JUGADAS(IDX-REV-GRABA) TO RTR-JUGADAS
                   MOVE TRV-ACIERTOS(IDX-REV-GRABA) TO RTR-ACIERTOS
                   MOVE TRV-RAPIDAS(IDX-REV-GRABA) TO RTR-RAPIDAS
                   MOVE TRV-TIEMPO-MIN(IDX-REV-GRABA) TO RTR-TIEMPO-MIN
                   MOVE TRV-RACHA-IGUAL(IDX-REV-GRABA)
                       TO RTR-RACHA-IGUAL
                   MOVE TRV-PCT-SESION(IDX-REV-GRABA) TO RTR-PCT-SESION
                   MOVE TRV-PCT-VIDA(IDX-REV-GRABA) TO RTR-PCT-VIDA
                   MOVE TRV-FECHA-ALTA(IDX-REV-GRABA) TO RTR-FECHA-ALTA
                   MOVE TRV-FECHA-DECISION(IDX-REV-GRABA)
                       TO RTR-FECHA-DECISION
                   MOVE TRV-MOTIVO(IDX-REV-GRABA) TO RTR-MOTIVO
                   MOVE TRV-MARCA(IDX-REV-GRABA) TO RTR-MARCA
                   WRITE RegistroRevTrabajo
                   IF WS-REVTRABAJO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR GRABANDO GameReviewSesWork.txt,"
                           " STATUS " WS-REVTRABAJO-STATUS
                       MOVE "N" TO REVISION-GRABADA
                   END-IF
               END-PERFORM
               CLOSE REVTRABAJO
               IF WS-REVTRABAJO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR CERRANDO GameReviewSesWork.txt,"
                       " STATUS " WS-REVTRABAJO-STATUS
                   MOVE "N" TO REVISION-GRABADA
               END-IF
               IF REVISION-GRABADA = "S" THEN
                   PERFORM COPIAR-REVISION
               ELSE
                   DISPLAY "GameReview.txt NO SE TOCO"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *> PASA LA REVISION ARMADA A GameReview.txt; SI ALGO FALLA A
      *> MITAD DE CAMINO LA REVISION COMPLETA QUEDA EN EL ARCHIVO DE
      *> TRABAJO
       COPIAR-REVISION.
           MOVE 0 TO REVISION-COPIADAS
           OPEN INPUT REVTRABAJO
           IF WS-REVTRABAJO-STATUS NOT = "00" THEN
               DISPLAY "ERROR REABRIENDO GameReviewSesWork.txt, STATUS "
                   WS-REVTRABAJO-STATUS "; GameReview.txt NO SE TOCO"
               MOVE "N" TO REVISION-GRABADA
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REVISION
               IF WS-REVISION-STATUS NOT = "00" THEN
                   DISPLAY "ERROR REESCRIBIENDO GameReview.txt, STATUS "
                       WS-REVISION-STATUS
                   MOVE "N" TO REVISION-GRABADA
                   CLOSE REVTRABAJO
               ELSE
                   READ REVTRABAJO
                   AT END SET FinRevTrabajo TO TRUE
                   END-READ
                   PERFORM UNTIL FinRevTrabajo
                       OR REVISION-GRABADA = "N"
                       WRITE RegistroRevision FROM RegistroRevTrabajo
                       IF WS-REVISION-STATUS NOT = "00" THEN
                           DISPLAY "ERROR REESCRIBIENDO GameReview.txt,"
                               " STATUS " WS-REVISION-STATUS
                           MOVE "N" TO REVISION-GRABADA
                       ELSE
                           ADD 1 TO REVISION-COPIADAS
                       END-IF
                       READ REVTRABAJO
                       AT END SET FinRevTrabajo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE REVTRABAJO
                   CLOSE REVISION
                   IF WS-REVISION-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO GameReview.txt, STATUS "
                           WS-REVISION-STATUS
                       MOVE "N" TO REVISION-GRABADA
                   END-IF
                   IF REVISION-COPIADAS NOT = TOTAL-REVISION THEN
                       MOVE "N" TO REVISION-GRABADA
                   END-IF
               END-IF
               IF REVISION-GRABADA = "N" THEN
                   DISPLAY "GameReview.txt PUEDE HABER QUEDADO"
                       " INCOMPLETO; LA REVISION COMPLETA QUEDA EN"
                       " GameReviewSesWork.txt"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *> EL OPERADOR TIPEA EL NUMERO COMO LE SALGA: SE CORRE A LA
      *> DERECHA Y SE RELLENA CON CEROS, IGUAL QUE EN EL
      *> MANTENIMIENTO DEL MAESTRO
       AJUSTAR-VALOR-NUMERICO.
           MOVE SPACES TO VALOR-AJUSTADO
           IF VALOR-INGRESADO(11:7) = SPACES THEN
               MOVE VALOR-INGRESADO(1:10) TO VALOR-AJUSTADO
           END-IF
           IF VALOR-AJUSTADO NOT = SPACES THEN
               PERFORM UNTIL VALOR-AJUSTADO(10:1) NOT = " "
                   MOVE VALOR-AJUSTADO TO VALOR-CORRIMIENTO
                   MOVE SPACES TO VALOR-AJUSTADO
                   MOVE VALOR-CORRIMIENTO(1:9) TO VALOR-AJUSTADO(2:9)
               END-PERFORM
               INSPECT VALOR-AJUSTADO REPLACING LEADING " " BY "0"
           END-IF.

      *> CARGA LAS REGLAS DE PUNTAJE DE GameScoring.txt, MISMA LOGICA
      *> QUE EL PROGRAMA PRINCIPAL: SIN ARCHIVO O CON CAMPOS NO
      *> NUMERICOS QUEDAN LAS REGLAS ESTANDAR
       CARGAR-REGLAS.
           OPEN INPUT REGLAS
           IF WS-REGLAS-STATUS = "00" THEN
               READ REGLAS
                   AT END
                       DISPLAY "GameScoring.txt VACIO; QUEDAN LAS"
                           " REGLAS ESTANDAR"
                   NOT AT END
                       IF REG-PTS-AZUL IS NUMERIC
                           AND REG-PTS-ROJO IS NUMERIC
                           AND REG-PTS-AMARILLO IS NUMERIC
                           AND REG-PTS-VERDE IS NUMERIC
                           AND REG-PEN-IZQUIERDA IS NUMERIC
                           AND REG-PEN-ARRIBA IS NUMERIC
                           AND REG-PEN-ABAJO IS NUMERIC
                           AND REG-PEN-DERECHA IS NUMERIC
                           AND REG-TIEMPO-RAPIDO IS NUMERIC
                           AND REG-BONUS-RAPIDO IS NUMERIC
                           AND REG-PTS-ACIERTO IS NUMERIC
                           AND REG-PEN-ERROR IS NUMERIC THEN
                           MOVE REG-ID TO REGLAS-ID
                           MOVE REG-PTS-AZUL TO REGLAS-PTS-AZUL
                           MOVE REG-PTS-ROJO TO REGLAS-PTS-ROJO
                           MOVE REG-PTS-AMARILLO TO REGLAS-PTS-AMARILLO
                           MOVE REG-PTS-VERDE TO REGLAS-PTS-VERDE
                           MOVE REG-PEN-IZQUIERDA
                               TO REGLAS-PEN-IZQUIERDA
                           MOVE REG-PEN-ARRIBA TO REGLAS-PEN-ARRIBA
                           MOVE REG-PEN-ABAJO TO REGLAS-PEN-ABAJO
                           MOVE REG-PEN-DERECHA TO REGLAS-PEN-DERECHA
                           MOVE REG-TIEMPO-RAPIDO
                               TO REGLAS-TIEMPO-RAPIDO
                           MOVE REG-BONUS-RAPIDO TO REGLAS-BONUS-RAPIDO
                           MOVE REG-PTS-ACIERTO TO REGLAS-PTS-ACIERTO
                           MOVE REG-PEN-ERROR TO REGLAS-PEN-ERROR
                       ELSE
                           DISPLAY "GameScoring.txt CON CAMPOS NO"
                               " NUMERICOS; QUEDAN LAS REGLAS ESTANDAR"
                       END-IF
               END-READ
               CLOSE REGLAS
           END-IF
           DISPLAY "REGLAS DE PUNTAJE: " REGLAS-ID.

      *> LA CUENTA DE PUNTOS DE UNA JUGADA, LA MISMA QUE EN EL
      *> PROGRAMA PRINCIPAL
       CALCULAR-PUNTOS-JUGADA.
           MOVE 0 TO CAL-PUNTOS
           IF CAL-ACIERTO = "Si" THEN
               IF CAL-COLOR = "azul" THEN
                   ADD REGLAS-PTS-AZUL TO CAL-PUNTOS
               END-IF
               IF CAL-COLOR = "rojo" THEN
                   ADD REGLAS-PTS-ROJO TO CAL-PUNTOS
               END-IF
               IF CAL-COLOR = "amarillo" THEN
                   ADD REGLAS-PTS-AMARILLO TO CAL-PUNTOS
               END-IF
               IF CAL-COLOR = "verde" THEN
                   ADD REGLAS-PTS-VERDE TO CAL-PUNTOS
               END-IF
               IF REGLAS-TIEMPO-RAPIDO > 0
                   AND CAL-TIEMPO NOT > REGLAS-TIEMPO-RAPIDO THEN
                   ADD REGLAS-BONUS-RAPIDO TO CAL-PUNTOS
               END-IF
           END-IF
           IF CAL-ACIERTO = "No" THEN
               IF CAL-DIRECCION = "izquierda" THEN
                   SUBTRACT REGLAS-PEN-IZQUIERDA FROM CAL-PUNTOS
               END-IF
               IF CAL-DIRECCION = "arriba" THEN
                   SUBTRACT REGLAS-PEN-ARRIBA FROM CAL-PUNTOS
               END-IF
               IF CAL-DIRECCION = "abajo" THEN
                   SUBTRACT REGLAS-PEN-ABAJO FROM CAL-PUNTOS
               END-IF
               IF CAL-DIRECCION = "derecha" THEN
                   SUBTRACT REGLAS-PEN-DERECHA FROM CAL-PUNTOS
               END-IF
           END-IF.

      *> IMAGEN DE LA SESION EN LA BITACORA: FECHA Y HORA, ACCION,
      *> MOMENTO (ANTES/DESPUES), JUGADOR, Fecha DE LA SESION,
      *> ESTADO, REGLAS Y MOTIVO DE LA DECISION
       GRABAR-BITACORA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           STRING WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-AHORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCION-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOMENTO-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRV-NOMBRE(IDX-REV) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRV-FECHA(IDX-REV) DELIMITED BY SIZE
               " E=" DELIMITED BY SIZE
               TRV-ESTADO(IDX-REV) DELIMITED BY SIZE
               " R=" DELIMITED BY SIZE
               TRV-REGLAS(IDX-REV) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRV-MOTIVO(IDX-REV) DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           MOVE SPACES TO WS-LINEA-BITACORA.

      *> IMAGEN DEL REGISTRO DEL MAESTRO DEL JUGADOR ANTES Y DESPUES
      *> DE SUMARLE LA SESION LIBERADA
       GRABAR-BITACORA-MAESTRO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE MAE-PUNTOS TO MAE-PUNTOS-EDIT
           STRING WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-AHORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCION-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOMENTO-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MAE-NOMBRE DELIMITED BY SIZE
               " ACIERTOS=" DELIMITED BY SIZE
               MAE-ACIERTOS DELIMITED BY SIZE
               " ERRORES=" DELIMITED BY SIZE
               MAE-ERRORES DELIMITED BY SIZE
               " PUNTOS=" DELIMITED BY SIZE
               MAE-PUNTOS-EDIT DELIMITED BY SIZE
               " MARCA=" DELIMITED BY SIZE
               MAE-ULTIMA-POSICION DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           MOVE SPACES TO WS-LINEA-BITACORA.

      *> UNA JUGADA ANULADA QUE NO SE PUDO GUARDAR EN GameVoided.txt
      *> QUEDA AL MENOS EN LA BITACORA, CON SU IMAGEN COMPLETA
       GRABAR-BITACORA-JUGADA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           STRING WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-AHORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCION-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOMENTO-BITACORA DELIMITED BY SIZE
               " [" DELIMITED BY SIZE
               IMG-REGISTRO(IDX-IMG) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           MOVE SPACES TO WS-LINEA-BITACORA.

       END PROGRAM gamereview.
