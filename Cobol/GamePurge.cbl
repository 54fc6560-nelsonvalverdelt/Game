      *> LEIDOS = ARCHIVADOS + CONSERVADOS. NADA QUE LA QUINTA
      *> OPERACION TODAVIA NECESITE PUEDE PERDERSE: UN REGISTRO SOLO
      *> SE ARCHIVA SI SU POSICION NO SUPERA EL MINIMO GLOBAL Y SU
      *> JUGADOR YA EXISTE EN EL MAESTRO. LAS JUGADAS DE UNA SESION
      *> RETENIDA EN GameReview.txt NO SE ARCHIVAN NUNCA MIENTRAS
      *> SIGA EN REVISION: gamereview LAS NECESITA EN EL DETALLE PARA
      *> LIBERARLAS O ANULARLAS.
      *> LA DEPURACION TRABAJA SOBRE EL DETALLE YA VALIDADO
      *> GameValid.txt (EL QUE CONSUME EL PROGRAMA PRINCIPAL); LAS
      *> MISMAS IMAGENES ARCHIVADAS SE QUITAN TAMBIEN DEL CRUDO
      *> Game.txt PARA QUE LA PROXIMA EDICION NO LAS REGENERE Y SE
      *> ARCHIVEN DOS VECES, Y EL REGISTRO DE CONTROL DEL PASO DE
      *> EDICION SE REESCRIBE CON EL NUEVO ACEPTADOS PARA QUE EL
      *> CUADRE DE ARRANQUE DEL PROGRAMA PRINCIPAL SIGA CERRANDO.
      *> CADA DEPURACION QUE LLEGA AL CUADRE DEJA UNA LINEA CON SUS
      *> CUENTAS EN GamePurgeLog.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT REGLAS ASSIGN TO "GameScoring.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLAS-STATUS.
       SELECT REVISION ASSIGN TO "GameReview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-STATUS.
       SELECT BITACORA ASSIGN TO "GamePurgeLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BITACORA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 REG-PTS-ACIERTO PIC X(2).
           02 FILLER PIC X(1).
           02 REG-PEN-ERROR PIC X(2).
      *> SESIONES EN REVISION DE gamescreen; SOLO INTERESA QUE
      *> JUGADOR Y Fecha ESTAN RETENIDOS (ESTADO P) Y LA MARCA DE
      *> AGUA QUE TENIA EL JUGADOR AL RETENERLOS
       FD REVISION.
       01 RegistroRevision.
           88 FinRevision VALUE HIGH-VALUES.
           02 REV-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 REV-FECHA PIC X(10).
           02 FILLER PIC X(1).
           02 REV-ESTADO PIC X(1).
           02 FILLER PIC X(97).
           02 REV-MARCA PIC X(9).
      *> CONSTANCIA DE CADA DEPURACION QUE LLEGA AL CUADRE, PARA QUE
      *> EL RESUMEN DE LA MANANA NO DEPENDA DE LA CONSOLA
       FD BITACORA.
       01 LineaBitacora PIC X(120).

       WORKING-STORAGE SECTION.
       01 ControlPurga.
           02 CED-RECHAZADOS-GUARDADO PIC X(7) VALUES "0000000".
           02 WS-FECHA-HOY PIC 9(8) VALUES 0.
           02 WS-HORA-AHORA PIC 9(8) VALUES 0.
           02 WS-BITACORA-STATUS PIC XX VALUES "00".
           02 CUADRE-PURGA PIC X(2) VALUES "NO".
           02 RC-PURGA PIC 9(3) VALUES 000.
           02 WS-LINEA-BITACORA PIC X(120) VALUES SPACES.
      *> IMAGENES EXACTAS DE LOS REGISTROS ARCHIVADOS EN ESTA
      *> CORRIDA: SON LAS QUE HAY QUE QUITAR DEL CRUDO Game.txt PARA
      *> QUE LA PROXIMA EDICION NO LAS VUELVA A GENERAR. CADA IMAGEN
           02 CAL-COLOR PIC X(16) VALUES SPACES.
           02 CAL-TIEMPO PIC 9(10) VALUES 0.
           02 CAL-PUNTOS PIC S9(4) VALUES 0.
       01 TablaRetenidas.
           02 TOTAL-RETENIDAS PIC 9(3) VALUES 000.
           02 RETENIDA-ENTRY OCCURS 500 TIMES.
               03 RET-NOMBRE PIC X(15).
               03 RET-FECHA PIC X(10).
               03 RET-MARCA PIC 9(9).
       01 ControlRetencion.
           02 WS-REVISION-STATUS PIC XX VALUES "00".
           02 IDX-RETENIDA PIC 9(3) VALUES 000.
           02 JUGADA-RETENIDA PIC X(1) VALUES "N".
           02 JUGADAS-RETENIDAS PIC 9(7) VALUES 0000000.

       PROCEDURE DIVISION.
           DISPLAY "DEPURACION Y ARCHIVO DEL DETALLE VALIDADO"
           END-IF

           PERFORM CARGAR-REGLAS
           PERFORM CARGAR-RETENIDAS
           PERFORM CARGAR-RESUMEN

      *> PRIMERA PASADA: SEPARAR EL DIARIO EN ARCHIVADOS (HISTORIA,
           DISPLAY "REGISTROS ARCHIVADOS:  " REGISTROS-ARCHIVADOS
           DISPLAY "REGISTROS CONSERVADOS: " REGISTROS-CONSERVADOS
           DISPLAY "REGISTROS REESCRITOS:  " REGISTROS-REESCRITOS
           DISPLAY "CONSERVADOS RETENIDOS: " JUGADAS-RETENIDAS
           IF REGISTROS-LEIDOS NOT =
               REGISTROS-ARCHIVADOS + REGISTROS-CONSERVADOS
               OR REGISTROS-REESCRITOS NOT = REGISTROS-CONSERVADOS
               PERFORM DEPURAR-CRUDO
               PERFORM ACTUALIZAR-CONTROL-EDICION
               PERFORM ACTUALIZAR-RESUMEN
               MOVE "OK" TO CUADRE-PURGA
           END-IF
           PERFORM GRABAR-BITACORA-PURGA
           STOP RUN.

      *> UN REGISTRO SE ARCHIVA SOLO SI SU POSICION YA QUEDO CUBIERTA
                   MOVE "S" TO ENCONTRADO-JUG
               END-IF
           END-PERFORM
           PERFORM VERIFICAR-RETENCION
      *> SOLO SE ARCHIVA MIENTRAS HAY LUGAR EN LA TABLA DE IMAGENES:
      *> ARCHIVAR SIN ANOTAR LA IMAGEN DEJARIA EL REGISTRO EN EL
      *> CRUDO, LA PROXIMA EDICION LO REGENERARIA EN GameValid.txt Y
      *> TABLA LLENA EL EXCEDENTE SE CONSERVA TAL CUAL PARA UNA
      *> CORRIDA POSTERIOR (SE AVISA)
           IF Posicion NOT > MINIMO-MARCA AND ENCONTRADO-JUG = "S"
               AND JUGADA-RETENIDA = "N" AND TOTAL-IMG < 2000 THEN
               ADD 1 TO REGISTROS-ARCHIVADOS
               WRITE DetalleHistoria FROM DetalleJuego
               ADD 1 TO TOTAL-IMG
               END-IF
           ELSE
               IF Posicion NOT > MINIMO-MARCA
                   AND ENCONTRADO-JUG = "S"
                   AND JUGADA-RETENIDA = "N" THEN
                   MOVE "S" TO IMG-TABLA-LLENA
               END-IF
               ADD 1 TO REGISTROS-CONSERVADOS
               WRITE DetalleTrabajo FROM DetalleJuego
           END-IF.

      *> CARGA LAS SESIONES RETENIDAS (ESTADO P) DE GameReview.txt,
      *> MISMA LOGICA QUE EL PROGRAMA PRINCIPAL: SIN ARCHIVO NO HAY
      *> NADA RETENIDO; SI NO SE PUEDE LEER O NO ENTRA EN LA TABLA NO
      *> SE PURGA, PARA NO ARCHIVAR JUGADAS EN REVISION
       CARGAR-RETENIDAS.
           OPEN INPUT REVISION
           IF WS-REVISION-STATUS NOT = "00"
               AND WS-REVISION-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameReview.txt, STATUS "
                   WS-REVISION-STATUS "; NO SE PURGA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REVISION-STATUS = "00" THEN
               READ REVISION
               AT END SET FinRevision TO TRUE
               END-READ
               PERFORM UNTIL FinRevision
                   IF REV-ESTADO = "P" AND REV-MARCA IS NOT NUMERIC
                       THEN
                       DISPLAY "MARCA ILEGIBLE EN GameReview.txt: "
                           REV-NOMBRE " " REV-FECHA " [" REV-MARCA "]"
                           "; NO SE PURGA"
                       CLOSE REVISION
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF REV-ESTADO = "P" THEN
                       IF TOTAL-RETENIDAS < 500 THEN
                           ADD 1 TO TOTAL-RETENIDAS
                           MOVE REV-NOMBRE
                               TO RET-NOMBRE(TOTAL-RETENIDAS)
                           MOVE REV-FECHA TO RET-FECHA(TOTAL-RETENIDAS)
                           MOVE REV-MARCA TO RET-MARCA(TOTAL-RETENIDAS)
                       ELSE
                           DISPLAY "MAS DE 500 SESIONES RETENIDAS EN"
                               " GameReview.txt; NO SE PURGA"
                           CLOSE REVISION
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   READ REVISION
                   AT END SET FinRevision TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REVISION
           END-IF.

      *> DEJA JUGADA-RETENIDA EN "S" SI EL REGISTRO ACTUAL DEL
      *> DETALLE ES DE UNA SESION RETENIDA Y SU Posicion QUEDA POR
      *> ENCIMA DE LA MARCA QUE TENIA EL JUGADOR AL RETENERLA (LAS DE
      *> ABAJO YA ESTABAN EN EL MAESTRO), Y LA CUENTA
       VERIFICAR-RETENCION.
           MOVE "N" TO JUGADA-RETENIDA
           PERFORM VARYING IDX-RETENIDA FROM 1 BY 1
               UNTIL IDX-RETENIDA > TOTAL-RETENIDAS
                   OR JUGADA-RETENIDA = "S"
               IF RET-NOMBRE(IDX-RETENIDA) = Nombre
                   AND RET-FECHA(IDX-RETENIDA) = Fecha
                   AND Posicion > RET-MARCA(IDX-RETENIDA) THEN
                   MOVE "S" TO JUGADA-RETENIDA
                   ADD 1 TO JUGADAS-RETENIDAS
               END-IF
           END-PERFORM.

      *> QUITA DEL CRUDO Game.txt LAS IMAGENES ARCHIVADAS EN ESTA
      *> CORRIDA, UNA OCURRENCIA POR IMAGEN, PARA QUE LA PROXIMA
      *> EDICION NO LAS REGENERE EN GameValid.txt Y SE ARCHIVEN DOS
                   " ACTUALIZADO: ACEPTADOS=" REGISTROS-CONSERVADOS
           END-IF.

      *> UNA LINEA POR DEPURACION EN GamePurgeLog.txt: FECHA Y HORA,
      *> LAS CUENTAS DEL CUADRE, SI CERRO Y EL RETURN-CODE CON QUE
      *> TERMINA; UNA FALLA ACA SOLO SE AVISA, LA DEPURACION YA ESTA
      *> HECHA
       GRABAR-BITACORA-PURGA.
           MOVE RETURN-CODE TO RC-PURGA
           OPEN EXTEND BITACORA
           IF WS-BITACORA-STATUS = "35" THEN
               OPEN OUTPUT BITACORA
           END-IF
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "AVISO: NO SE PUDO ABRIR GamePurgeLog.txt,"
                   " STATUS " WS-BITACORA-STATUS
           ELSE
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               STRING WS-FECHA-HOY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HORA-AHORA DELIMITED BY SIZE
                   " LEIDOS=" DELIMITED BY SIZE
                   REGISTROS-LEIDOS DELIMITED BY SIZE
                   " ARCHIVADOS=" DELIMITED BY SIZE
                   REGISTROS-ARCHIVADOS DELIMITED BY SIZE
                   " CONSERVADOS=" DELIMITED BY SIZE
                   REGISTROS-CONSERVADOS DELIMITED BY SIZE
                   " RETENIDAS=" DELIMITED BY SIZE
                   JUGADAS-RETENIDAS DELIMITED BY SIZE
                   " CUADRE=" DELIMITED BY SIZE
                   CUADRE-PURGA DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   RC-PURGA DELIMITED BY SIZE
                   INTO WS-LINEA-BITACORA
               WRITE LineaBitacora FROM WS-LINEA-BITACORA
               MOVE SPACES TO WS-LINEA-BITACORA
               CLOSE BITACORA
           END-IF.

      *> CARGA EL RESUMEN MENSUAL EXISTENTE EN MEMORIA; SI EL
      *> ARCHIVO NO EXISTE QUEDA MARCADO PARA RECONSTRUIRLO AL FINAL
      *> DESDE TODO EL ARCHIVO HISTORICO
