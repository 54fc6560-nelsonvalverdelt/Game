       IDENTIFICATION DIVISION.
       PROGRAM-ID. gameaging.

      *> ANTIGUEDAD DE LOS RECHAZOS ABIERTOS: LEE EL SUSPENSO
      *> GameSuspense.txt QUE MANTIENEN LA EDICION Y gamesuspense Y
      *> CUENTA LAS ENTRADAS TODAVIA ABIERTAS (PENDIENTES Y
      *> REENVIADAS) POR TRAMO DE DIAS DESDE EL PRIMER RECHAZO
      *> (0-7, 8-30, 31-90, MAS DE 90), PRIMERO POR CODIGO DE MOTIVO Y
      *> DESPUES POR JUGADOR, CON LA FECHA DEL RECHAZO MAS VIEJO DE
      *> CADA UNO. AL PIE QUEDA LO CERRADO HOY (RESUELTO O DADO DE
      *> BAJA). CORRE CADA NOCHE DETRAS DE LA EDICION DENTRO DE LA
      *> CADENA NOCTURNA

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SUSPENSO ASSIGN TO "GameSuspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSO-STATUS.
       SELECT REPORTE ASSIGN TO WS-REPORTE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> MISMO DIBUJO QUE EL SUSPENSO DE LA EDICION; LA IMAGEN ACTUAL
      *> SE VE CON EL DIBUJO DEL DETALLE PARA SACAR EL NOMBRE
       FD SUSPENSO.
       01 RegistroSuspenso.
           88 FinSuspenso VALUE HIGH-VALUES.
           02 SUS-ID PIC X(7).
           02 FILLER PIC X(1).
           02 SUS-ESTADO PIC X(1).
           02 FILLER PIC X(1).
           02 SUS-FECHA-ALTA PIC X(8).
           02 FILLER PIC X(1).
           02 SUS-FECHA-ULTIMA PIC X(8).
           02 FILLER PIC X(1).
           02 SUS-VECES PIC X(3).
           02 FILLER PIC X(1).
           02 SUS-MOTIVO PIC X(2).
           02 FILLER PIC X(1).
           02 SUS-CAMPO PIC X(12).
           02 FILLER PIC X(1).
           02 SUS-VALOR PIC X(17).
           02 FILLER PIC X(1).
           02 SUS-BAJA-MOTIVO PIC X(30).
           02 FILLER PIC X(1).
           02 SUS-ORIGINAL PIC X(97).
           02 FILLER PIC X(1).
           02 SUS-ACTUAL.
               03 SUS-ACT-POSICION PIC X(9).
               03 SUS-ACT-ENTRADA PIC X(10).
               03 SUS-ACT-DIRECCION PIC X(17).
               03 SUS-ACT-COLOR PIC X(16).
               03 SUS-ACT-ACIERTO PIC X(10).
               03 SUS-ACT-TIEMPO PIC X(10).
               03 SUS-ACT-NOMBRE PIC X(15).
               03 SUS-ACT-FECHA PIC X(10).
           02 FILLER PIC X(1).
           02 SUS-CORREGIDO PIC X(97).
       FD REPORTE.
       01 LineaReporte PIC X(80).

       WORKING-STORAGE SECTION.
       01 ControlAntiguedad.
           02 WS-SUSPENSO-STATUS PIC XX VALUES "00".
           02 WS-REPORTE-STATUS PIC XX VALUES "00".
           02 WS-REPORTE-NOMBRE PIC X(30) VALUES SPACES.
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 WS-FECHA-HOY PIC 9(8) VALUES 0.
           02 FECHA-HOY-X PIC X(8) VALUES SPACES.
           02 DIA-HOY PIC 9(7) VALUES 0.
           02 DIA-ALTA PIC 9(7) VALUES 0.
           02 EDAD-DIAS PIC S9(7) VALUES 0.
           02 IDX-TRAMO PIC 9(1) VALUES 0.
           02 IDX-MOTIVO PIC 9(2) VALUES 00.
           02 IDX-JUG PIC 9(3) VALUES 000.
           02 IDX-BUSQUEDA PIC 9(3) VALUES 000.
           02 ENCONTRADO-JUG PIC X(1) VALUES "N".
           02 NOMBRE-ACTUAL PIC X(15) VALUES SPACES.
           02 SUSPENSO-ILEGIBLES PIC 9(5) VALUES 00000.
           02 FECHAS-ILEGIBLES PIC 9(5) VALUES 00000.
           02 TOTAL-PENDIENTES PIC 9(5) VALUES 00000.
           02 TOTAL-REENVIADOS PIC 9(5) VALUES 00000.
           02 TOTAL-RESUELTOS-HOY PIC 9(5) VALUES 00000.
           02 TOTAL-BAJAS-HOY PIC 9(5) VALUES 00000.
           02 TOTAL-LINEA PIC 9(5) VALUES 00000.
           02 CUENTA-EDIT PIC ZZZZ9.
           02 TRAMO-EDIT-1 PIC ZZZZ9.
           02 TRAMO-EDIT-2 PIC ZZZZ9.
           02 TRAMO-EDIT-3 PIC ZZZZ9.
           02 TRAMO-EDIT-4 PIC ZZZZ9.
      *> CALCULO DEL NUMERO DE DIA ABSOLUTO DE UNA FECHA AAAAMMDD
      *> (DIAS CORRIDOS DESDE EL 1 DE MARZO DEL ANO CERO, CON LOS
      *> BISIESTOS GREGORIANOS) PARA RESTAR DOS FECHAS EN DIAS
       01 CalculoDia.
           02 CDI-FECHA.
               03 CDI-ANO PIC 9(4).
               03 CDI-MES PIC 9(2).
               03 CDI-DIA PIC 9(2).
           02 CDI-ANO-MARZO PIC 9(4) VALUES 0.
           02 CDI-MES-MARZO PIC 9(2) VALUES 0.
           02 CDI-ERA PIC 9(2) VALUES 0.
           02 CDI-ANO-ERA PIC 9(3) VALUES 0.
           02 CDI-DIA-ANO PIC 9(3) VALUES 0.
           02 CDI-CUARTOS PIC 9(3) VALUES 0.
           02 CDI-SIGLOS PIC 9(3) VALUES 0.
           02 CDI-AUXILIAR PIC 9(5) VALUES 0.
           02 CDI-RESULTADO PIC 9(7) VALUES 0.
      *> CONTADORES POR MOTIVO: LOS ONCE CODIGOS DE LA EDICION Y UN
      *> DOCE PARA CUALQUIER CODIGO DESCONOCIDO
       01 TablaMotivos.
           02 MOTIVO-ENTRY OCCURS 12 TIMES.
               03 TMO-CAMPO PIC X(12).
               03 TMO-TRAMO OCCURS 4 TIMES PIC 9(5).
       01 TablaJugadores.
           02 TOTAL-JUGADORES PIC 9(3) VALUES 000.
           02 JUGADORES-EN-LIMITE PIC X(1) VALUES "N".
           02 JUGADOR-ENTRY OCCURS 500 TIMES.
               03 TJU-NOMBRE PIC X(15).
               03 TJU-MAS-VIEJO PIC X(8).
               03 TJU-TRAMO OCCURS 4 TIMES PIC 9(5).
       01 TotalesTramo.
           02 TOT-TRAMO OCCURS 4 TIMES PIC 9(5).

       PROCEDURE DIVISION.
           DISPLAY "ANTIGUEDAD DE RECHAZOS EN SUSPENSO"

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO FECHA-HOY-X
           MOVE FECHA-HOY-X TO CDI-FECHA
           PERFORM CALCULAR-DIA-ABSOLUTO
           MOVE CDI-RESULTADO TO DIA-HOY
           INITIALIZE TablaMotivos
           INITIALIZE TotalesTramo

      *> SIN SUSPENSO NO HAY RECHAZOS ABIERTOS: EL REPORTE SALE
      *> IGUAL, EN CERO, PARA QUE EL OPERADOR VEA QUE CORRIO
           OPEN INPUT SUSPENSO
           IF WS-SUSPENSO-STATUS = "00" THEN
               READ SUSPENSO
               AT END SET FinSuspenso TO TRUE
               END-READ
               PERFORM UNTIL FinSuspenso
                   PERFORM CLASIFICAR-ENTRADA
                   READ SUSPENSO
                   AT END SET FinSuspenso TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO
           ELSE
               IF WS-SUSPENSO-STATUS = "35" THEN
                   DISPLAY "SIN GameSuspense.txt; NO HAY RECHAZOS"
                       " EN SUSPENSO"
               ELSE
                   DISPLAY "ERROR ABRIENDO GameSuspense.txt, STATUS "
                       WS-SUSPENSO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           STRING "GameAging_" DELIMITED BY SIZE
               FECHA-HOY-X DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORTE-NOMBRE
           OPEN OUTPUT REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "RECHAZOS ABIERTOS EN SUSPENSO AL " DELIMITED BY SIZE
               FECHA-HOY-X DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING "POR MOTIVO               0-7  8-30 31-90   +90"
               DELIMITED BY SIZE
               " TOTAL" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
               UNTIL IDX-MOTIVO > 12
               PERFORM INFORMAR-MOTIVO
           END-PERFORM

           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "POR JUGADOR              0-7  8-30 31-90   +90"
               DELIMITED BY SIZE
               " TOTAL MAS VIEJO" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-JUG FROM 1 BY 1
               UNTIL IDX-JUG > TOTAL-JUGADORES
               PERFORM INFORMAR-JUGADOR
           END-PERFORM
           IF JUGADORES-EN-LIMITE = "S" THEN
               STRING "AVISO: MAS DE 500 JUGADORES CON RECHAZOS;"
                   DELIMITED BY SIZE
                   " EL DETALLE POR JUGADOR ESTA INCOMPLETO"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF

           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           COMPUTE TOTAL-LINEA = TOT-TRAMO(1) + TOT-TRAMO(2)
               + TOT-TRAMO(3) + TOT-TRAMO(4)
           MOVE TOT-TRAMO(1) TO TRAMO-EDIT-1
           MOVE TOT-TRAMO(2) TO TRAMO-EDIT-2
           MOVE TOT-TRAMO(3) TO TRAMO-EDIT-3
           MOVE TOT-TRAMO(4) TO TRAMO-EDIT-4
           MOVE TOTAL-LINEA TO CUENTA-EDIT
           STRING "TOTAL ABIERTOS         " DELIMITED BY SIZE
               TRAMO-EDIT-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRAMO-EDIT-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUENTA-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "PENDIENTES=" DELIMITED BY SIZE
               TOTAL-PENDIENTES DELIMITED BY SIZE
               " REENVIADOS=" DELIMITED BY SIZE
               TOTAL-REENVIADOS DELIMITED BY SIZE
               " RESUELTOS HOY=" DELIMITED BY SIZE
               TOTAL-RESUELTOS-HOY DELIMITED BY SIZE
               " BAJAS HOY=" DELIMITED BY SIZE
               TOTAL-BAJAS-HOY DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF SUSPENSO-ILEGIBLES > 0 OR FECHAS-ILEGIBLES > 0 THEN
               STRING "AVISO: LINEAS ILEGIBLES=" DELIMITED BY SIZE
                   SUSPENSO-ILEGIBLES DELIMITED BY SIZE
                   " FECHAS DE ALTA ILEGIBLES (CONTADAS EN +90)="
                   DELIMITED BY SIZE
                   FECHAS-ILEGIBLES DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF

           CLOSE REPORTE
           DISPLAY "REPORTE: " WS-REPORTE-NOMBRE
           STOP RUN.

      *> UNA ENTRADA DEL SUSPENSO: LAS CERRADAS SOLO SE CUENTAN SI SE
      *> CERRARON HOY; LAS ABIERTAS VAN AL TRAMO DE SU ANTIGUEDAD, A
      *> SU MOTIVO Y A SU JUGADOR
       CLASIFICAR-ENTRADA.
           IF SUS-ID IS NOT NUMERIC THEN
               ADD 1 TO SUSPENSO-ILEGIBLES
           ELSE
           IF SUS-ESTADO = "C" OR SUS-ESTADO = "B" THEN
               IF SUS-FECHA-ULTIMA = FECHA-HOY-X THEN
                   IF SUS-ESTADO = "C" THEN
                       ADD 1 TO TOTAL-RESUELTOS-HOY
                   ELSE
                       ADD 1 TO TOTAL-BAJAS-HOY
                   END-IF
               END-IF
           ELSE
               IF SUS-ESTADO = "R" THEN
                   ADD 1 TO TOTAL-REENVIADOS
               ELSE
                   ADD 1 TO TOTAL-PENDIENTES
               END-IF
               PERFORM CALCULAR-TRAMO
               IF SUS-MOTIVO IS NUMERIC
                   AND SUS-MOTIVO NOT < "01"
                   AND SUS-MOTIVO NOT > "11" THEN
                   MOVE SUS-MOTIVO TO IDX-MOTIVO
               ELSE
                   MOVE 12 TO IDX-MOTIVO
               END-IF
               IF TMO-CAMPO(IDX-MOTIVO) = SPACES THEN
                   MOVE SUS-CAMPO TO TMO-CAMPO(IDX-MOTIVO)
               END-IF
               ADD 1 TO TMO-TRAMO(IDX-MOTIVO, IDX-TRAMO)
               ADD 1 TO TOT-TRAMO(IDX-TRAMO)
               PERFORM ACUMULAR-JUGADOR
           END-IF
           END-IF.

      *> TRAMO DE ANTIGUEDAD EN DIAS DESDE LA FECHA DEL PRIMER
      *> RECHAZO; UNA FECHA DE ALTA ILEGIBLE VA AL TRAMO MAS VIEJO
      *> PARA QUE NO PASE DESAPERCIBIDA
       CALCULAR-TRAMO.
           MOVE 4 TO IDX-TRAMO
           IF SUS-FECHA-ALTA IS NOT NUMERIC THEN
               ADD 1 TO FECHAS-ILEGIBLES
           ELSE
               MOVE SUS-FECHA-ALTA TO CDI-FECHA
               PERFORM CALCULAR-DIA-ABSOLUTO
               MOVE CDI-RESULTADO TO DIA-ALTA
               COMPUTE EDAD-DIAS = DIA-HOY - DIA-ALTA
               IF EDAD-DIAS NOT > 7 THEN
                   MOVE 1 TO IDX-TRAMO
               ELSE
                   IF EDAD-DIAS NOT > 30 THEN
                       MOVE 2 TO IDX-TRAMO
                   ELSE
                       IF EDAD-DIAS NOT > 90 THEN
                           MOVE 3 TO IDX-TRAMO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> EL JUGADOR ES EL NOMBRE DE LA LINEA QUE ESTA HOY EN Game.txt;
      *> UN RECHAZO POR NOMBRE EN BLANCO SE AGRUPA COMO (SIN NOMBRE)
       ACUMULAR-JUGADOR.
           MOVE SUS-ACT-NOMBRE TO NOMBRE-ACTUAL
           IF NOMBRE-ACTUAL = SPACES THEN
               MOVE "(SIN NOMBRE)" TO NOMBRE-ACTUAL
           END-IF
           MOVE "N" TO ENCONTRADO-JUG
           PERFORM VARYING IDX-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-BUSQUEDA > TOTAL-JUGADORES
               OR ENCONTRADO-JUG = "S"
               IF TJU-NOMBRE(IDX-BUSQUEDA) = NOMBRE-ACTUAL THEN
                   MOVE "S" TO ENCONTRADO-JUG
                   MOVE IDX-BUSQUEDA TO IDX-JUG
               END-IF
           END-PERFORM
           IF ENCONTRADO-JUG = "N" THEN
               IF TOTAL-JUGADORES < 500 THEN
                   ADD 1 TO TOTAL-JUGADORES
                   MOVE TOTAL-JUGADORES TO IDX-JUG
                   MOVE NOMBRE-ACTUAL TO TJU-NOMBRE(IDX-JUG)
                   MOVE SUS-FECHA-ALTA TO TJU-MAS-VIEJO(IDX-JUG)
                   MOVE 0 TO TJU-TRAMO(IDX-JUG, 1)
                   MOVE 0 TO TJU-TRAMO(IDX-JUG, 2)
                   MOVE 0 TO TJU-TRAMO(IDX-JUG, 3)
                   MOVE 0 TO TJU-TRAMO(IDX-JUG, 4)
                   MOVE "S" TO ENCONTRADO-JUG
               ELSE
                   MOVE "S" TO JUGADORES-EN-LIMITE
               END-IF
           END-IF
           IF ENCONTRADO-JUG = "S" THEN
               ADD 1 TO TJU-TRAMO(IDX-JUG, IDX-TRAMO)
               IF SUS-FECHA-ALTA < TJU-MAS-VIEJO(IDX-JUG) THEN
                   MOVE SUS-FECHA-ALTA TO TJU-MAS-VIEJO(IDX-JUG)
               END-IF
           END-IF.

       INFORMAR-MOTIVO.
           COMPUTE TOTAL-LINEA = TMO-TRAMO(IDX-MOTIVO, 1)
               + TMO-TRAMO(IDX-MOTIVO, 2) + TMO-TRAMO(IDX-MOTIVO, 3)
               + TMO-TRAMO(IDX-MOTIVO, 4)
           IF TOTAL-LINEA > 0 THEN
               MOVE TMO-TRAMO(IDX-MOTIVO, 1) TO TRAMO-EDIT-1
               MOVE TMO-TRAMO(IDX-MOTIVO, 2) TO TRAMO-EDIT-2
               MOVE TMO-TRAMO(IDX-MOTIVO, 3) TO TRAMO-EDIT-3
               MOVE TMO-TRAMO(IDX-MOTIVO, 4) TO TRAMO-EDIT-4
               MOVE TOTAL-LINEA TO CUENTA-EDIT
               IF IDX-MOTIVO = 12 THEN
                   STRING "OTROS " DELIMITED BY SIZE
                       "           " DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
               ELSE
                   STRING "  " DELIMITED BY SIZE
                       IDX-MOTIVO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TMO-CAMPO(IDX-MOTIVO) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
               END-IF
               MOVE TRAMO-EDIT-1 TO WS-LINEA-REPORTE(23:5)
               MOVE TRAMO-EDIT-2 TO WS-LINEA-REPORTE(29:5)
               MOVE TRAMO-EDIT-3 TO WS-LINEA-REPORTE(35:5)
               MOVE TRAMO-EDIT-4 TO WS-LINEA-REPORTE(41:5)
               MOVE CUENTA-EDIT TO WS-LINEA-REPORTE(47:5)
               PERFORM MOSTRAR-LINEA
           END-IF.

       INFORMAR-JUGADOR.
           COMPUTE TOTAL-LINEA = TJU-TRAMO(IDX-JUG, 1)
               + TJU-TRAMO(IDX-JUG, 2) + TJU-TRAMO(IDX-JUG, 3)
               + TJU-TRAMO(IDX-JUG, 4)
           MOVE TJU-TRAMO(IDX-JUG, 1) TO TRAMO-EDIT-1
           MOVE TJU-TRAMO(IDX-JUG, 2) TO TRAMO-EDIT-2
           MOVE TJU-TRAMO(IDX-JUG, 3) TO TRAMO-EDIT-3
           MOVE TJU-TRAMO(IDX-JUG, 4) TO TRAMO-EDIT-4
           MOVE TOTAL-LINEA TO CUENTA-EDIT
           STRING "  " DELIMITED BY SIZE
               TJU-NOMBRE(IDX-JUG) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           MOVE TRAMO-EDIT-1 TO WS-LINEA-REPORTE(23:5)
           MOVE TRAMO-EDIT-2 TO WS-LINEA-REPORTE(29:5)
           MOVE TRAMO-EDIT-3 TO WS-LINEA-REPORTE(35:5)
           MOVE TRAMO-EDIT-4 TO WS-LINEA-REPORTE(41:5)
           MOVE CUENTA-EDIT TO WS-LINEA-REPORTE(47:5)
           MOVE TJU-MAS-VIEJO(IDX-JUG) TO WS-LINEA-REPORTE(53:8)
           PERFORM MOSTRAR-LINEA.

      *> NUMERO DE DIA ABSOLUTO DE CDI-FECHA EN CDI-RESULTADO: EL ANO
      *> SE CUENTA DESDE MARZO PARA QUE EL 29 DE FEBRERO QUEDE AL
      *> FINAL, Y LOS BISIESTOS SALEN DE LOS CUARTOS MENOS LOS SIGLOS
      *> MAS LOS CUATRO SIGLOS (LA ERA DE 400 ANOS = 146097 DIAS)
       CALCULAR-DIA-ABSOLUTO.
           IF CDI-MES > 2 THEN
               MOVE CDI-ANO TO CDI-ANO-MARZO
               COMPUTE CDI-MES-MARZO = CDI-MES - 3
           ELSE
               COMPUTE CDI-ANO-MARZO = CDI-ANO - 1
               COMPUTE CDI-MES-MARZO = CDI-MES + 9
           END-IF
           DIVIDE CDI-ANO-MARZO BY 400 GIVING CDI-ERA
           COMPUTE CDI-ANO-ERA = CDI-ANO-MARZO - CDI-ERA * 400
           COMPUTE CDI-AUXILIAR = 153 * CDI-MES-MARZO + 2
           DIVIDE CDI-AUXILIAR BY 5 GIVING CDI-DIA-ANO
           COMPUTE CDI-DIA-ANO = CDI-DIA-ANO + CDI-DIA - 1
           DIVIDE CDI-ANO-ERA BY 4 GIVING CDI-CUARTOS
           DIVIDE CDI-ANO-ERA BY 100 GIVING CDI-SIGLOS
           COMPUTE CDI-RESULTADO = CDI-ERA * 146097
               + CDI-ANO-ERA * 365 + CDI-CUARTOS - CDI-SIGLOS
               + CDI-DIA-ANO.

      *> ESCRIBE UNA LINEA DE RESULTADO EN PANTALLA Y EN EL REPORTE
       MOSTRAR-LINEA.
           DISPLAY WS-LINEA-REPORTE
           WRITE LineaReporte FROM WS-LINEA-REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE.

       END PROGRAM gameaging.
