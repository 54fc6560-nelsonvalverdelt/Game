       IDENTIFICATION DIVISION.
       PROGRAM-ID. gamestatement.

      *> EXTRACTOS DE JUGADORES: UNA HOJA POR CADA JUGADOR ACTIVO DEL
      *> PADRON GamePlayers.dat EN UNA SOLA CORRIDA, TODAS EN UN MISMO
      *> ARCHIVO DE IMPRESION GameStatements_AAAAMMDD.txt CON SALTO
      *> DE HOJA ENTRE JUGADOR Y JUGADOR. CADA HOJA TRAE:
      *>   - LOS TOTALES DE TODA LA VIDA DEL MAESTRO GameMaster.dat
      *>   - EL MES EN CURSO Y LOS MESES ANTERIORES DEL RESUMEN
      *>     MENSUAL GameHistSummary.txt, MAS LO QUE TODAVIA ESTA EN
      *>     EL DIARIO GameValid.txt SIN ARCHIVAR
      *>   - LA POSICION EN LA ULTIMA FOTO DE GameSnapshots.txt DE LA
      *>     TEMPORADA ACTUAL Y EL MOVIMIENTO CONTRA LA FOTO ANTERIOR,
      *>     CON LA MISMA VENTANA DE TEMPORADA QUE USA gamemoves
      *>   - LA RACHA MAS LARGA DE ACIERTOS (Y LA DE ERRORES) SOBRE
      *>     GameHistory.txt MAS GameValid.txt
      *>   - LOS PUNTOS DEBILES: ACIERTOS Y ERRORES POR DIRECCION Y
      *>     POR COLOR DE FLECHA, MARCANDO EL DE MAYOR PORCENTAJE DE
      *>     ERROR
      *>   - EL EQUIPO DEL PADRON Y LOS TORNEOS DE GameTournaments.txt
      *>     EN CUYA NOMINA ESTA INSCRIPTO
      *> LAS JUGADAS DE UNA SESION RETENIDA EN GameReview.txt NO
      *> CUENTAN MIENTRAS SIGA EN REVISION, IGUAL QUE EN EL MAESTRO.
      *> LAS RACHAS SE MIDEN EN EL ORDEN DE LECTURA (HISTORICO Y
      *> DESPUES DIARIO), QUE ES EL ORDEN DE Posicion SALVO UNA
      *> JUGADA QUE QUEDO RETENIDA MIENTRAS SE ARCHIVABAN LAS
      *> POSTERIORES; PARA ESE CASO LA NOVENA OPERACION DEL PROGRAMA
      *> PRINCIPAL DA LA SECUENCIA EXACTA.
      *>
      *> ADEMAS SE ESCRIBE EL INDICE GameStatementIndex_AAAAMMDD.txt
      *> CON CADA JUGADOR DEL PADRON: A QUIEN SE LE EMITIO EXTRACTO
      *> (Y EN QUE HOJA) Y A QUIEN SE OMITIO Y POR QUE (INACTIVO EN
      *> EL PADRON, SIN REGISTRO EN EL MAESTRO).
      *>
      *> RETURN-CODE: 0 = CORRIDA COMPLETA; 12 = FALTA EL PADRON O EL
      *> MAESTRO; 16 = ERROR DE ENTRADA / SALIDA

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PADRON ASSIGN TO "GamePlayers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAD-NOMBRE
           FILE STATUS IS WS-PADRON-STATUS.
       SELECT MAESTRO ASSIGN TO "GameMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-NOMBRE
           FILE STATUS IS WS-MAESTRO-STATUS.
       SELECT RESUMEN ASSIGN TO "GameHistSummary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUMEN-STATUS.
       SELECT INSTANTANEAS ASSIGN TO "GameSnapshots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTANTANEAS-STATUS.
       SELECT TEMPORADAS ASSIGN TO "GameSeasons.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPORADAS-STATUS.
       SELECT TORNEOS ASSIGN TO "GameTournaments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TORNEOS-STATUS.
       SELECT DATOS ASSIGN TO "GameValid.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DATOS-STATUS.
       SELECT HISTORIA ASSIGN TO "GameHistory.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIA-STATUS.
       SELECT REVISION ASSIGN TO "GameReview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-STATUS.
       SELECT EXTRACTOS ASSIGN TO WS-EXTRACTOS-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACTOS-STATUS.
       SELECT INDICE ASSIGN TO WS-INDICE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PADRON.
       01 RegistroPadron.
           02 PAD-NOMBRE PIC X(15).
           02 PAD-FECHA-ALTA PIC X(10).
           02 PAD-ESTADO PIC X(1).
           02 PAD-EQUIPO PIC X(4).
       FD MAESTRO.
       01 RegistroMaestro.
           02 MAE-NOMBRE PIC X(15).
           02 MAE-ACIERTOS PIC 9(7).
           02 MAE-ERRORES PIC 9(7).
           02 MAE-PUNTOS PIC S9(8).
           02 MAE-ULTIMA-POSICION PIC 9(9).
      *> RESUMEN MENSUAL DEL HISTORICO: UNA LINEA POR JUGADOR Y MES
       FD RESUMEN.
       01 RegistroResumen.
           88 FinResumen VALUE HIGH-VALUES.
           02 RSU-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 RSU-MES PIC X(7).
           02 FILLER PIC X(1).
           02 RSU-ACIERTOS PIC X(7).
           02 FILLER PIC X(1).
           02 RSU-ERRORES PIC X(7).
           02 FILLER PIC X(1).
           02 RSU-PUNTOS PIC S9(8) SIGN LEADING SEPARATE.
       FD INSTANTANEAS.
       01 RegistroInstantanea.
           88 FinInstantaneas VALUE HIGH-VALUES.
           02 INS-FECHA PIC X(8).
           02 FILLER PIC X(1).
           02 INS-POSICION PIC 9(3).
           02 FILLER PIC X(1).
           02 INS-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 INS-ACIERTOS PIC 9(7).
           02 FILLER PIC X(1).
           02 INS-ERRORES PIC 9(7).
           02 FILLER PIC X(1).
           02 INS-PUNTOS PIC S9(8) SIGN LEADING SEPARATE.
      *> SOLO INTERESA LA FECHA DE CIERRE, PARA LA VENTANA DE FOTOS
       FD TEMPORADAS.
       01 RegistroTemporada.
           88 FinTemporadas VALUE HIGH-VALUES.
           02 TEM-ID PIC X(8).
           02 FILLER PIC X(1).
           02 TEM-REGLAS PIC X(8).
           02 FILLER PIC X(1).
           02 TEM-FECHA-CIERRE PIC X(8).
           02 FILLER PIC X(100).
       FD TORNEOS.
       01 RegistroTorneoEnt.
           88 FinTorneos VALUE HIGH-VALUES.
           02 TEN-TIPO PIC X(7).
           02 FILLER PIC X(1).
           02 TEN-RESTO PIC X(72).
           02 TEN-DETALLE-TORNEO REDEFINES TEN-RESTO.
               03 TDT-ID PIC X(8).
               03 FILLER PIC X(1).
               03 TDT-NOMBRE PIC X(30).
               03 FILLER PIC X(1).
               03 TDT-DESDE PIC X(10).
               03 FILLER PIC X(1).
               03 TDT-HASTA PIC X(10).
               03 FILLER PIC X(1).
               03 TDT-FORMATO PIC X(1).
               03 FILLER PIC X(9).
           02 TEN-DETALLE-JUGADOR REDEFINES TEN-RESTO.
               03 TDJ-ID PIC X(8).
               03 FILLER PIC X(1).
               03 TDJ-NOMBRE PIC X(15).
               03 FILLER PIC X(48).
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
       FD HISTORIA.
       01 DetalleHistoria.
           88 FinHistoria VALUE HIGH-VALUES.
           02 HIS-POSICION PIC 9(9).
           02 HIS-ENTRADA PIC X(10).
           02 HIS-DIRECCION PIC X(17).
           02 HIS-COLOR PIC X(16).
           02 HIS-ACIERTO PIC X(10).
           02 HIS-TIEMPO PIC 9(10).
           02 HIS-NOMBRE PIC X(15).
           02 HIS-FECHA PIC X(10).
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
       FD EXTRACTOS.
       01 LineaExtracto PIC X(80).
       FD INDICE.
       01 LineaIndice PIC X(80).

       WORKING-STORAGE SECTION.
       01 ControlExtractos.
           02 WS-PADRON-STATUS PIC XX VALUES "00".
           02 WS-MAESTRO-STATUS PIC XX VALUES "00".
           02 WS-RESUMEN-STATUS PIC XX VALUES "00".
           02 WS-INSTANTANEAS-STATUS PIC XX VALUES "00".
           02 WS-TEMPORADAS-STATUS PIC XX VALUES "00".
           02 WS-TORNEOS-STATUS PIC XX VALUES "00".
           02 WS-DATOS-STATUS PIC XX VALUES "00".
           02 WS-HISTORIA-STATUS PIC XX VALUES "00".
           02 WS-REVISION-STATUS PIC XX VALUES "00".
           02 WS-EXTRACTOS-STATUS PIC XX VALUES "00".
           02 WS-INDICE-STATUS PIC XX VALUES "00".
           02 WS-PADRON-FIN PIC X(1) VALUES "N".
           02 WS-FECHA-CORRIDA PIC 9(8) VALUES 0.
           02 FECHA-CORRIDA-PARTES REDEFINES WS-FECHA-CORRIDA.
               03 FCP-ANIO PIC X(4).
               03 FCP-MES PIC X(2).
               03 FCP-DIA PIC X(2).
           02 FECHA-CORRIDA-GUION PIC X(10) VALUES SPACES.
           02 MES-CORRIDA PIC X(7) VALUES SPACES.
           02 WS-EXTRACTOS-NOMBRE PIC X(40) VALUES SPACES.
           02 WS-INDICE-NOMBRE PIC X(40) VALUES SPACES.
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 WS-LINEA-EXTRACTO PIC X(80) VALUES SPACES.
           02 HOJA-ACTUAL PIC 9(4) VALUES 0000.
           02 SALTO-PENDIENTE PIC X(1) VALUES "N".
           02 TOTAL-EMITIDOS PIC 9(4) VALUES 0000.
           02 TOTAL-OMITIDOS PIC 9(4) VALUES 0000.
           02 PADRON-FUERA-TABLA PIC 9(5) VALUES 00000.
           02 PUNTOS-EDIT PIC ZZZZZZZ9-.
      *> EL PADRON EN MEMORIA (EN ORDEN DE CLAVE) CON LO QUE SE VA
      *> ACUMULANDO DE CADA JUGADOR AL RECORRER EL DETALLE
       01 TablaJugadores.
           02 TOTAL-JUGADORES PIC 9(3) VALUES 000.
           02 JUGADOR-ENTRY OCCURS 500 TIMES.
               03 JUG-NOMBRE PIC X(15).
               03 JUG-ALTA PIC X(10).
               03 JUG-ESTADO PIC X(1).
               03 JUG-EQUIPO PIC X(4).
               03 JUG-RESULTADO PIC X(1).
               03 JUG-MOTIVO PIC X(30).
               03 JUG-HOJA PIC 9(4).
               03 JUG-DIR-ACIERTOS PIC 9(7) OCCURS 4 TIMES.
               03 JUG-DIR-ERRORES PIC 9(7) OCCURS 4 TIMES.
               03 JUG-COL-ACIERTOS PIC 9(7) OCCURS 4 TIMES.
               03 JUG-COL-ERRORES PIC 9(7) OCCURS 4 TIMES.
               03 JUG-DIARIO-ACIERTOS PIC 9(7).
               03 JUG-DIARIO-ERRORES PIC 9(7).
               03 JUG-EN-REVISION PIC 9(7).
               03 JUG-RACHA-TIPO PIC X(2).
               03 JUG-RACHA-LARGO PIC 9(7).
               03 JUG-RACHA-POS PIC 9(9).
               03 JUG-RACHA-FECHA PIC X(10).
               03 JUG-SI-LARGO PIC 9(7).
               03 JUG-SI-POS PIC 9(9).
               03 JUG-SI-FECHA PIC X(10).
               03 JUG-NO-LARGO PIC 9(7).
               03 JUG-NO-POS PIC 9(9).
               03 JUG-NO-FECHA PIC X(10).
       01 ControlBusqueda.
           02 IDX-JUGADOR PIC 9(3) VALUES 000.
           02 IDX-JUG-ULTIMO PIC 9(3) VALUES 000.
           02 IDX-BUSQUEDA PIC 9(3) VALUES 000.
           02 JUGADOR-HALLADO PIC 9(3) VALUES 000.
           02 NOMBRE-BUSCADO PIC X(15) VALUES SPACES.
           02 IDX-DIR PIC 9(1) VALUES 0.
           02 IDX-COL PIC 9(1) VALUES 0.
           02 ORIGEN-REGISTRO PIC X(1) VALUES "D".
           02 DETALLE-LEIDOS PIC 9(9) VALUES 0.
      *> SESIONES EN REVISION DE gamescreen (ESTADO P)
       01 TablaRetenidas.
           02 TOTAL-RETENIDAS PIC 9(3) VALUES 000.
           02 RETENIDA-ENTRY OCCURS 500 TIMES.
               03 RET-NOMBRE PIC X(15).
               03 RET-FECHA PIC X(10).
               03 RET-MARCA PIC 9(9).
       01 ControlRetencion.
           02 IDX-RETENIDA PIC 9(3) VALUES 000.
           02 JUGADA-RETENIDA PIC X(1) VALUES "N".
      *> EL RESUMEN MENSUAL DE LOS JUGADORES ACTIVOS, MISMO TOPE QUE
      *> LA TABLA DE RESUMEN DE LA DEPURACION
       01 TablaResumen.
           02 TOTAL-RESUMEN PIC 9(4) VALUES 0000.
           02 RESUMEN-EN-LIMITE PIC X(1) VALUES "N".
           02 RESUMEN-ENTRY OCCURS 3000 TIMES.
               03 RSC-JUGADOR PIC 9(3).
               03 RSC-MES PIC X(7).
               03 RSC-ACIERTOS PIC 9(7).
               03 RSC-ERRORES PIC 9(7).
               03 RSC-PUNTOS PIC S9(8).
           02 IDX-RESUMEN PIC 9(4) VALUES 0000.
      *> LOS MESES DEL JUGADOR QUE SE ESTA IMPRIMIENDO, DEL MAS
      *> RECIENTE AL MAS VIEJO
       01 MesesJugador.
           02 TOTAL-MESES PIC 9(3) VALUES 000.
           02 MESES-EN-LIMITE PIC X(1) VALUES "N".
           02 MES-ENTRY OCCURS 120 TIMES.
               03 MJ-MES PIC X(7).
               03 MJ-ACIERTOS PIC 9(7).
               03 MJ-ERRORES PIC 9(7).
               03 MJ-PUNTOS PIC S9(8).
           02 MES-TEMPORAL PIC X(29).
           02 IDX-MES PIC 9(3) VALUES 000.
           02 IDX-MES2 PIC 9(3) VALUES 000.
           02 LIMITE-MES PIC 9(3) VALUES 000.
           02 MES-HALLADO PIC X(1) VALUES "N".
           02 MESES-MOSTRADOS PIC 9(3) VALUES 000.
           02 MESES-VIEJOS PIC 9(3) VALUES 000.
           02 VIEJOS-ACIERTOS PIC 9(7) VALUES 0.
           02 VIEJOS-ERRORES PIC 9(7) VALUES 0.
           02 VIEJOS-PUNTOS PIC S9(8) VALUES 0.
      *> LAS DOS FOTOS DE LA TEMPORADA ACTUAL: LA ULTIMA Y LA
      *> INMEDIATA ANTERIOR. SI UNA FECHA TIENE MAS DE UN BLOQUE VALE
      *> EL ULTIMO, IGUAL QUE EN gamemoves
       01 ControlFotos.
           02 ULTIMO-CIERRE PIC X(8) VALUES SPACES.
           02 FECHA-ULTIMA PIC X(8) VALUES SPACES.
           02 FECHA-SEGUNDA PIC X(8) VALUES SPACES.
           02 ACT-TOTAL PIC 9(3) VALUES 000.
           02 ACT-EN-BLOQUE PIC X(1) VALUES "N".
           02 ACT-ENTRY OCCURS 200 TIMES.
               03 ACT-POSICION PIC 9(3).
               03 ACT-NOMBRE PIC X(15).
           02 BAS-TOTAL PIC 9(3) VALUES 000.
           02 BAS-EN-BLOQUE PIC X(1) VALUES "N".
           02 BAS-ENTRY OCCURS 200 TIMES.
               03 BAS-POSICION PIC 9(3).
               03 BAS-NOMBRE PIC X(15).
           02 FOTOS-EN-LIMITE PIC X(1) VALUES "N".
           02 IDX-FOTO PIC 9(3) VALUES 000.
           02 POSICION-ACTUAL PIC 9(3) VALUES 000.
           02 POSICION-BASE PIC 9(3) VALUES 000.
           02 DELTA-POSICION PIC S9(4) VALUES 0.
           02 DELTA-EDIT PIC ZZZ9.
      *> TORNEOS DEFINIDOS Y SUS NOMINAS
       01 TablaTorneos.
           02 TOTAL-TORNEOS PIC 9(2) VALUES 00.
           02 TORNEO-ENTRY OCCURS 20 TIMES.
               03 TOR-ID PIC X(8).
               03 TOR-NOMBRE PIC X(30).
               03 TOR-DESDE PIC X(10).
               03 TOR-HASTA PIC X(10).
               03 TOR-FORMATO PIC X(1).
           02 TOTAL-NOMINA PIC 9(4) VALUES 0000.
           02 NOMINA-EN-LIMITE PIC X(1) VALUES "N".
           02 NOMINA-ENTRY OCCURS 1000 TIMES.
               03 NOM-TORNEO PIC 9(2).
               03 NOM-NOMBRE PIC X(15).
           02 IDX-TORNEO PIC 9(2) VALUES 00.
           02 TORNEO-HALLADO PIC 9(2) VALUES 00.
           02 IDX-NOMINA PIC 9(4) VALUES 0000.
           02 YA-INSCRIPTO PIC X(1) VALUES "N".
           02 TORNEOS-JUGADOR PIC 9(2) VALUES 00.
           02 FORMATO-TEXTO PIC X(5) VALUES SPACES.
      *> PUNTOS DEBILES: PORCENTAJE DE ERROR DE CADA DIRECCION O
      *> COLOR Y EL PEOR DE CADA GRUPO
       01 ControlDebiles.
           02 NOMBRE-DIRECCION PIC X(9) OCCURS 4 TIMES.
           02 NOMBRE-COLOR PIC X(9) OCCURS 4 TIMES.
           02 JUGADAS-GRUPO PIC 9(8) VALUES 0.
           02 PORCENTAJE-ERROR PIC 9(3) VALUES 000.
           02 PEOR-PORCENTAJE PIC 9(3) VALUES 000.
           02 PEOR-INDICE PIC 9(1) VALUES 0.
           02 MARCA-DEBIL PIC X(16) VALUES SPACES.

       PROCEDURE DIVISION.
           DISPLAY "EXTRACTOS DE JUGADORES"

           MOVE "IZQUIERDA" TO NOMBRE-DIRECCION(1)
           MOVE "ARRIBA" TO NOMBRE-DIRECCION(2)
           MOVE "ABAJO" TO NOMBRE-DIRECCION(3)
           MOVE "DERECHA" TO NOMBRE-DIRECCION(4)
           MOVE "AZUL" TO NOMBRE-COLOR(1)
           MOVE "ROJO" TO NOMBRE-COLOR(2)
           MOVE "AMARILLO" TO NOMBRE-COLOR(3)
           MOVE "VERDE" TO NOMBRE-COLOR(4)

      *> LOS DOS ARCHIVOS DE SALIDA LLEVAN LA FECHA DE LA CORRIDA EN
      *> EL NOMBRE, IGUAL QUE LOS DEMAS REPORTES
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           STRING FCP-ANIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FCP-MES DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FCP-DIA DELIMITED BY SIZE
               INTO FECHA-CORRIDA-GUION
           MOVE FECHA-CORRIDA-GUION(1:7) TO MES-CORRIDA
           STRING "GameStatements_" DELIMITED BY SIZE
               WS-FECHA-CORRIDA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-EXTRACTOS-NOMBRE
           STRING "GameStatementIndex_" DELIMITED BY SIZE
               WS-FECHA-CORRIDA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-INDICE-NOMBRE

           PERFORM CARGAR-PADRON
           PERFORM CARGAR-RETENIDAS
           PERFORM CARGAR-RESUMEN
           PERFORM CARGAR-TEMPORADAS
           PERFORM CARGAR-FOTOS
           PERFORM CARGAR-TORNEOS
           PERFORM RECORRER-DETALLE

           OPEN INPUT MAESTRO
           IF WS-MAESTRO-STATUS NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXTRACTOS
           IF WS-EXTRACTOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-EXTRACTOS-NOMBRE
                   " STATUS " WS-EXTRACTOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *> UNA HOJA POR JUGADOR ACTIVO CON REGISTRO EN EL MAESTRO
           PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
               UNTIL IDX-JUGADOR > TOTAL-JUGADORES
               IF JUG-ESTADO(IDX-JUGADOR) NOT = "A" THEN
                   MOVE "O" TO JUG-RESULTADO(IDX-JUGADOR)
                   MOVE "INACTIVO EN EL PADRON"
                       TO JUG-MOTIVO(IDX-JUGADOR)
                   ADD 1 TO TOTAL-OMITIDOS
               ELSE
                   MOVE JUG-NOMBRE(IDX-JUGADOR) TO MAE-NOMBRE
                   READ MAESTRO
                       INVALID KEY
                           MOVE "O" TO JUG-RESULTADO(IDX-JUGADOR)
                           MOVE "SIN REGISTRO EN EL MAESTRO"
                               TO JUG-MOTIVO(IDX-JUGADOR)
                           ADD 1 TO TOTAL-OMITIDOS
                       NOT INVALID KEY
                           PERFORM EMITIR-EXTRACTO
                   END-READ
                   IF WS-MAESTRO-STATUS NOT = "00"
                       AND WS-MAESTRO-STATUS NOT = "23" THEN
                       DISPLAY "ERROR LEYENDO GameMaster.dat, STATUS "
                           WS-MAESTRO-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE MAESTRO
           CLOSE EXTRACTOS

           PERFORM ESCRIBIR-INDICE

           DISPLAY "EXTRACTOS EMITIDOS: " TOTAL-EMITIDOS
               "  OMITIDOS: " TOTAL-OMITIDOS
           DISPLAY "EXTRACTOS: " WS-EXTRACTOS-NOMBRE
           DISPLAY "INDICE:    " WS-INDICE-NOMBRE
           STOP RUN.

      *> EL PADRON COMPLETO EN ORDEN DE CLAVE: LOS ACTIVOS RECIBEN
      *> EXTRACTO Y LOS INACTIVOS SOLO FIGURAN EN EL INDICE
       CARGAR-PADRON.
           OPEN INPUT PADRON
           IF WS-PADRON-STATUS NOT = "00" THEN
               DISPLAY "NO SE PUDO ABRIR GamePlayers.dat, STATUS "
                   WS-PADRON-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-PADRON-FIN
           MOVE LOW-VALUES TO PAD-NOMBRE
           START PADRON KEY IS NOT LESS THAN PAD-NOMBRE
               INVALID KEY MOVE "S" TO WS-PADRON-FIN
           END-START
           PERFORM UNTIL WS-PADRON-FIN = "S"
               READ PADRON NEXT RECORD
                   AT END MOVE "S" TO WS-PADRON-FIN
                   NOT AT END
                       IF TOTAL-JUGADORES < 500 THEN
                           ADD 1 TO TOTAL-JUGADORES
                           INITIALIZE JUGADOR-ENTRY(TOTAL-JUGADORES)
                           MOVE PAD-NOMBRE
                               TO JUG-NOMBRE(TOTAL-JUGADORES)
                           MOVE PAD-FECHA-ALTA
                               TO JUG-ALTA(TOTAL-JUGADORES)
                           MOVE PAD-ESTADO
                               TO JUG-ESTADO(TOTAL-JUGADORES)
                           MOVE PAD-EQUIPO
                               TO JUG-EQUIPO(TOTAL-JUGADORES)
                       ELSE
                           ADD 1 TO PADRON-FUERA-TABLA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PADRON
           IF PADRON-FUERA-TABLA > 0 THEN
               DISPLAY "AVISO: MAS DE 500 JUGADORES EN EL PADRON; "
                   PADRON-FUERA-TABLA " QUEDAN SIN EXTRACTO"
           END-IF.

      *> CARGA LAS SESIONES RETENIDAS (ESTADO P) DE GameReview.txt.
      *> SIN ARCHIVO NO HAY NADA RETENIDO
       CARGAR-RETENIDAS.
           MOVE 0 TO TOTAL-RETENIDAS
           OPEN INPUT REVISION
           IF WS-REVISION-STATUS NOT = "00"
               AND WS-REVISION-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameReview.txt, STATUS "
                   WS-REVISION-STATUS
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
                               " GameReview.txt; DECIDIR CON gamereview"
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

      *> EL RESUMEN MENSUAL DE LOS JUGADORES ACTIVOS DEL PADRON; SIN
      *> ARCHIVO TODAVIA NO SE ARCHIVO NADA
       CARGAR-RESUMEN.
           OPEN INPUT RESUMEN
           IF WS-RESUMEN-STATUS NOT = "00"
               AND WS-RESUMEN-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameHistSummary.txt, STATUS "
                   WS-RESUMEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESUMEN-STATUS = "00" THEN
               READ RESUMEN
               AT END SET FinResumen TO TRUE
               END-READ
               PERFORM UNTIL FinResumen
                   IF RSU-ACIERTOS IS NUMERIC
                       AND RSU-ERRORES IS NUMERIC THEN
                       MOVE RSU-NOMBRE TO NOMBRE-BUSCADO
                       PERFORM UBICAR-JUGADOR
                       IF JUGADOR-HALLADO > 0 THEN
                           IF JUG-ESTADO(JUGADOR-HALLADO) = "A" THEN
                               PERFORM ANOTAR-RESUMEN
                           END-IF
                       END-IF
                   END-IF
                   READ RESUMEN
                   AT END SET FinResumen TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RESUMEN
           END-IF
           IF RESUMEN-EN-LIMITE = "S" THEN
               DISPLAY "AVISO: MAS DE 3000 LINEAS DE RESUMEN DE"
                   " JUGADORES ACTIVOS; LAS EXCEDENTES NO SE INFORMAN"
           END-IF.

       ANOTAR-RESUMEN.
           IF TOTAL-RESUMEN < 3000 THEN
               ADD 1 TO TOTAL-RESUMEN
               MOVE JUGADOR-HALLADO TO RSC-JUGADOR(TOTAL-RESUMEN)
               MOVE RSU-MES TO RSC-MES(TOTAL-RESUMEN)
               MOVE RSU-ACIERTOS TO RSC-ACIERTOS(TOTAL-RESUMEN)
               MOVE RSU-ERRORES TO RSC-ERRORES(TOTAL-RESUMEN)
               MOVE RSU-PUNTOS TO RSC-PUNTOS(TOTAL-RESUMEN)
           ELSE
               MOVE "S" TO RESUMEN-EN-LIMITE
           END-IF.

      *> EL ULTIMO CIERRE DE TEMPORADA DE GameSeasons.txt: LA
      *> TEMPORADA ACTUAL EMPIEZA EL DIA SIGUIENTE. SIN ARCHIVO TODAS
      *> LAS FOTOS SON DE LA TEMPORADA ACTUAL
       CARGAR-TEMPORADAS.
           OPEN INPUT TEMPORADAS
           IF WS-TEMPORADAS-STATUS NOT = "00"
               AND WS-TEMPORADAS-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameSeasons.txt, STATUS "
                   WS-TEMPORADAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TEMPORADAS-STATUS = "00" THEN
               READ TEMPORADAS
               AT END SET FinTemporadas TO TRUE
               END-READ
               PERFORM UNTIL FinTemporadas
                   IF TEM-FECHA-CIERRE > ULTIMO-CIERRE THEN
                       MOVE TEM-FECHA-CIERRE TO ULTIMO-CIERRE
                   END-IF
                   READ TEMPORADAS
                   AT END SET FinTemporadas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TEMPORADAS
           END-IF.

      *> DOS PASADAS SOBRE GameSnapshots.txt: LA PRIMERA UBICA LA
      *> ULTIMA FECHA DE LA TEMPORADA ACTUAL Y LA INMEDIATA ANTERIOR,
      *> LA SEGUNDA CARGA ESAS DOS FOTOS
       CARGAR-FOTOS.
           OPEN INPUT INSTANTANEAS
           IF WS-INSTANTANEAS-STATUS NOT = "00"
               AND WS-INSTANTANEAS-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameSnapshots.txt, STATUS "
                   WS-INSTANTANEAS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INSTANTANEAS-STATUS = "00" THEN
               READ INSTANTANEAS
               AT END SET FinInstantaneas TO TRUE
               END-READ
               PERFORM UNTIL FinInstantaneas
                   IF INS-FECHA > ULTIMO-CIERRE THEN
                       IF INS-FECHA > FECHA-ULTIMA THEN
                           MOVE FECHA-ULTIMA TO FECHA-SEGUNDA
                           MOVE INS-FECHA TO FECHA-ULTIMA
                       ELSE
                           IF INS-FECHA < FECHA-ULTIMA
                               AND INS-FECHA > FECHA-SEGUNDA THEN
                               MOVE INS-FECHA TO FECHA-SEGUNDA
                           END-IF
                       END-IF
                   END-IF
                   READ INSTANTANEAS
                   AT END SET FinInstantaneas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INSTANTANEAS
           END-IF
           IF FECHA-ULTIMA NOT = SPACES THEN
               OPEN INPUT INSTANTANEAS
               IF WS-INSTANTANEAS-STATUS NOT = "00" THEN
                   DISPLAY "ERROR REABRIENDO GameSnapshots.txt, STATUS "
                       WS-INSTANTANEAS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ INSTANTANEAS
               AT END SET FinInstantaneas TO TRUE
               END-READ
               PERFORM UNTIL FinInstantaneas
                   PERFORM CARGAR-FOTO
                   READ INSTANTANEAS
                   AT END SET FinInstantaneas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INSTANTANEAS
           END-IF
           IF FOTOS-EN-LIMITE = "S" THEN
               DISPLAY "AVISO: ALGUNA FOTO SUPERA LOS 200 JUGADORES;"
                   " LOS DEMAS FIGURAN FUERA DE LA TABLA"
           END-IF.

      *> AL REABRIRSE UNA FECHA (QUINTA OPERACION CORRIDA DOS VECES EL
      *> MISMO DIA) SE DESCARTA LO CARGADO ANTES Y VALE EL ULTIMO
      *> BLOQUE
       CARGAR-FOTO.
           IF INS-FECHA = FECHA-ULTIMA THEN
               IF ACT-EN-BLOQUE = "N" THEN
                   MOVE 000 TO ACT-TOTAL
                   MOVE "S" TO ACT-EN-BLOQUE
               END-IF
               IF ACT-TOTAL < 200 THEN
                   ADD 1 TO ACT-TOTAL
                   MOVE INS-POSICION TO ACT-POSICION(ACT-TOTAL)
                   MOVE INS-NOMBRE TO ACT-NOMBRE(ACT-TOTAL)
               ELSE
                   MOVE "S" TO FOTOS-EN-LIMITE
               END-IF
           ELSE
               MOVE "N" TO ACT-EN-BLOQUE
           END-IF
           IF INS-FECHA = FECHA-SEGUNDA
               AND FECHA-SEGUNDA NOT = SPACES THEN
               IF BAS-EN-BLOQUE = "N" THEN
                   MOVE 000 TO BAS-TOTAL
                   MOVE "S" TO BAS-EN-BLOQUE
               END-IF
               IF BAS-TOTAL < 200 THEN
                   ADD 1 TO BAS-TOTAL
                   MOVE INS-POSICION TO BAS-POSICION(BAS-TOTAL)
                   MOVE INS-NOMBRE TO BAS-NOMBRE(BAS-TOTAL)
               ELSE
                   MOVE "S" TO FOTOS-EN-LIMITE
               END-IF
           ELSE
               MOVE "N" TO BAS-EN-BLOQUE
           END-IF.

      *> LOS TORNEOS DE GameTournaments.txt Y SUS NOMINAS. UNA LINEA
      *> JUGADOR DE UN TORNEO NO DEFINIDO ARRIBA SE IGNORA, COMO EN
      *> gametourn; SIN ARCHIVO NADIE ESTA INSCRIPTO
       CARGAR-TORNEOS.
           OPEN INPUT TORNEOS
           IF WS-TORNEOS-STATUS NOT = "00"
               AND WS-TORNEOS-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameTournaments.txt, STATUS "
                   WS-TORNEOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TORNEOS-STATUS = "00" THEN
               READ TORNEOS
               AT END SET FinTorneos TO TRUE
               END-READ
               PERFORM UNTIL FinTorneos
                   IF TEN-TIPO = "TORNEO" AND TOTAL-TORNEOS < 20 THEN
                       ADD 1 TO TOTAL-TORNEOS
                       MOVE TDT-ID TO TOR-ID(TOTAL-TORNEOS)
                       MOVE TDT-NOMBRE TO TOR-NOMBRE(TOTAL-TORNEOS)
                       MOVE TDT-DESDE TO TOR-DESDE(TOTAL-TORNEOS)
                       MOVE TDT-HASTA TO TOR-HASTA(TOTAL-TORNEOS)
                       MOVE "T" TO TOR-FORMATO(TOTAL-TORNEOS)
                       IF TDT-FORMATO = "L" THEN
                           MOVE "L" TO TOR-FORMATO(TOTAL-TORNEOS)
                       END-IF
                   END-IF
                   IF TEN-TIPO = "JUGADOR" THEN
                       PERFORM INSCRIBIR-JUGADOR
                   END-IF
                   READ TORNEOS
                   AT END SET FinTorneos TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TORNEOS
           END-IF
           IF NOMINA-EN-LIMITE = "S" THEN
               DISPLAY "AVISO: MAS DE 1000 INSCRIPCIONES EN"
                   " GameTournaments.txt; LAS EXCEDENTES NO SE INFORMAN"
           END-IF.

       INSCRIBIR-JUGADOR.
           MOVE 0 TO TORNEO-HALLADO
           PERFORM VARYING IDX-TORNEO FROM 1 BY 1
               UNTIL IDX-TORNEO > TOTAL-TORNEOS
               IF TOR-ID(IDX-TORNEO) = TDJ-ID THEN
                   MOVE IDX-TORNEO TO TORNEO-HALLADO
               END-IF
           END-PERFORM
           IF TORNEO-HALLADO > 0 THEN
               MOVE "N" TO YA-INSCRIPTO
               PERFORM VARYING IDX-NOMINA FROM 1 BY 1
                   UNTIL IDX-NOMINA > TOTAL-NOMINA
                   IF NOM-TORNEO(IDX-NOMINA) = TORNEO-HALLADO
                       AND NOM-NOMBRE(IDX-NOMINA) = TDJ-NOMBRE THEN
                       MOVE "S" TO YA-INSCRIPTO
                   END-IF
               END-PERFORM
               IF YA-INSCRIPTO = "N" THEN
                   IF TOTAL-NOMINA < 1000 THEN
                       ADD 1 TO TOTAL-NOMINA
                       MOVE TORNEO-HALLADO TO NOM-TORNEO(TOTAL-NOMINA)
                       MOVE TDJ-NOMBRE TO NOM-NOMBRE(TOTAL-NOMINA)
                   ELSE
                       MOVE "S" TO NOMINA-EN-LIMITE
                   END-IF
               END-IF
           END-IF.

      *> UNA SOLA PASADA POR EL HISTORICO Y DESPUES POR EL DIARIO
      *> ACUMULANDO DIRECCIONES, COLORES Y RACHAS DE CADA JUGADOR
      *> ACTIVO. EL REGISTRO DEL HISTORICO SE COPIA AL AREA DEL
      *> DIARIO PARA TRATAR LOS DOS IGUAL
       RECORRER-DETALLE.
           MOVE "H" TO ORIGEN-REGISTRO
           OPEN INPUT HISTORIA
           IF WS-HISTORIA-STATUS NOT = "00"
               AND WS-HISTORIA-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameHistory.txt, STATUS "
                   WS-HISTORIA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HISTORIA-STATUS = "00" THEN
               READ HISTORIA
               AT END SET FinHistoria TO TRUE
               END-READ
               PERFORM UNTIL FinHistoria
                   MOVE DetalleHistoria TO DetalleJuego
                   PERFORM ACUMULAR-JUGADA
                   READ HISTORIA
                   AT END SET FinHistoria TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORIA
           END-IF
           MOVE "D" TO ORIGEN-REGISTRO
           OPEN INPUT DATOS
           IF WS-DATOS-STATUS NOT = "00"
               AND WS-DATOS-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameValid.txt, STATUS "
                   WS-DATOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DATOS-STATUS = "00" THEN
               READ DATOS
               AT END SET FinArchivo TO TRUE
               END-READ
               PERFORM UNTIL FinArchivo
                   PERFORM ACUMULAR-JUGADA
                   READ DATOS
                   AT END SET FinArchivo TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DATOS
           END-IF
           DISPLAY "JUGADAS LEIDAS (HISTORICO Y DIARIO): "
               DETALLE-LEIDOS.

      *> SUMA LA JUGADA DEL AREA DEL DIARIO A SU JUGADOR. UNA JUGADA
      *> DEL DIARIO DE UNA SESION RETENIDA SOLO SE CUENTA COMO EN
      *> REVISION
       ACUMULAR-JUGADA.
           ADD 1 TO DETALLE-LEIDOS
           MOVE Nombre TO NOMBRE-BUSCADO
           PERFORM UBICAR-JUGADOR
           IF JUGADOR-HALLADO > 0 THEN
               IF JUG-ESTADO(JUGADOR-HALLADO) = "A" THEN
                   MOVE "N" TO JUGADA-RETENIDA
                   IF ORIGEN-REGISTRO = "D" THEN
                       PERFORM VERIFICAR-RETENCION
                   END-IF
                   IF JUGADA-RETENIDA = "S" THEN
                       ADD 1 TO JUG-EN-REVISION(JUGADOR-HALLADO)
                   ELSE
                       PERFORM ACUMULAR-JUGADA-JUGADOR
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-JUGADA-JUGADOR.
           MOVE JUGADOR-HALLADO TO IDX-JUGADOR
           PERFORM UBICAR-DIRECCION
           PERFORM UBICAR-COLOR
           IF Acierto = "Si" THEN
               IF IDX-DIR > 0 THEN
                   ADD 1 TO JUG-DIR-ACIERTOS(IDX-JUGADOR, IDX-DIR)
               END-IF
               IF IDX-COL > 0 THEN
                   ADD 1 TO JUG-COL-ACIERTOS(IDX-JUGADOR, IDX-COL)
               END-IF
               IF ORIGEN-REGISTRO = "D" THEN
                   ADD 1 TO JUG-DIARIO-ACIERTOS(IDX-JUGADOR)
               END-IF
           END-IF
           IF Acierto = "No" THEN
               IF IDX-DIR > 0 THEN
                   ADD 1 TO JUG-DIR-ERRORES(IDX-JUGADOR, IDX-DIR)
               END-IF
               IF IDX-COL > 0 THEN
                   ADD 1 TO JUG-COL-ERRORES(IDX-JUGADOR, IDX-COL)
               END-IF
               IF ORIGEN-REGISTRO = "D" THEN
                   ADD 1 TO JUG-DIARIO-ERRORES(IDX-JUGADOR)
               END-IF
           END-IF
      *> CADA CAMBIO DE RESULTADO CIERRA LA RACHA ANTERIOR Y ABRE UNA
      *> NUEVA, COMO EN LA NOVENA OPERACION
           IF Acierto = "Si" OR Acierto = "No" THEN
               IF Acierto = JUG-RACHA-TIPO(IDX-JUGADOR) THEN
                   ADD 1 TO JUG-RACHA-LARGO(IDX-JUGADOR)
               ELSE
                   MOVE Acierto TO JUG-RACHA-TIPO(IDX-JUGADOR)
                   MOVE 1 TO JUG-RACHA-LARGO(IDX-JUGADOR)
                   MOVE Posicion TO JUG-RACHA-POS(IDX-JUGADOR)
                   MOVE Fecha TO JUG-RACHA-FECHA(IDX-JUGADOR)
               END-IF
               IF Acierto = "Si" AND JUG-RACHA-LARGO(IDX-JUGADOR)
                   > JUG-SI-LARGO(IDX-JUGADOR) THEN
                   MOVE JUG-RACHA-LARGO(IDX-JUGADOR)
                       TO JUG-SI-LARGO(IDX-JUGADOR)
                   MOVE JUG-RACHA-POS(IDX-JUGADOR)
                       TO JUG-SI-POS(IDX-JUGADOR)
                   MOVE JUG-RACHA-FECHA(IDX-JUGADOR)
                       TO JUG-SI-FECHA(IDX-JUGADOR)
               END-IF
               IF Acierto = "No" AND JUG-RACHA-LARGO(IDX-JUGADOR)
                   > JUG-NO-LARGO(IDX-JUGADOR) THEN
                   MOVE JUG-RACHA-LARGO(IDX-JUGADOR)
                       TO JUG-NO-LARGO(IDX-JUGADOR)
                   MOVE JUG-RACHA-POS(IDX-JUGADOR)
                       TO JUG-NO-POS(IDX-JUGADOR)
                   MOVE JUG-RACHA-FECHA(IDX-JUGADOR)
                       TO JUG-NO-FECHA(IDX-JUGADOR)
               END-IF
           END-IF.

      *> DEJA EN JUGADOR-HALLADO EL LUGAR DE NOMBRE-BUSCADO EN LA
      *> TABLA DEL PADRON (CERO SI NO ESTA). LAS JUGADAS DE UN
      *> JUGADOR VIENEN SEGUIDAS, ASI QUE ANTES DE RECORRER LA TABLA
      *> SE PRUEBA CON EL ULTIMO UBICADO
       UBICAR-JUGADOR.
           MOVE 0 TO JUGADOR-HALLADO
           IF IDX-JUG-ULTIMO > 0 THEN
               IF JUG-NOMBRE(IDX-JUG-ULTIMO) = NOMBRE-BUSCADO THEN
                   MOVE IDX-JUG-ULTIMO TO JUGADOR-HALLADO
               END-IF
           END-IF
           IF JUGADOR-HALLADO = 0 THEN
               PERFORM VARYING IDX-BUSQUEDA FROM 1 BY 1
                   UNTIL IDX-BUSQUEDA > TOTAL-JUGADORES
                       OR JUGADOR-HALLADO > 0
                   IF JUG-NOMBRE(IDX-BUSQUEDA) = NOMBRE-BUSCADO THEN
                       MOVE IDX-BUSQUEDA TO JUGADOR-HALLADO
                       MOVE IDX-BUSQUEDA TO IDX-JUG-ULTIMO
                   END-IF
               END-PERFORM
           END-IF.

      *> DEJA JUGADA-RETENIDA EN "S" SI EL REGISTRO ACTUAL DE
      *> DetalleJuego ES DE UNA SESION RETENIDA Y SU Posicion QUEDA POR
      *> ENCIMA DE LA MARCA QUE TENIA EL JUGADOR AL RETENERLA (LAS DE
      *> ABAJO YA ESTABAN EN EL MAESTRO)
       VERIFICAR-RETENCION.
           MOVE "N" TO JUGADA-RETENIDA
           PERFORM VARYING IDX-RETENIDA FROM 1 BY 1
               UNTIL IDX-RETENIDA > TOTAL-RETENIDAS
                   OR JUGADA-RETENIDA = "S"
               IF RET-NOMBRE(IDX-RETENIDA) = Nombre
                   AND RET-FECHA(IDX-RETENIDA) = Fecha
                   AND Posicion > RET-MARCA(IDX-RETENIDA) THEN
                   MOVE "S" TO JUGADA-RETENIDA
               END-IF
           END-PERFORM.

      *> INDICE (1 A 4, CERO SI NO SE RECONOCE) DE LA DIRECCION DE LA
      *> FLECHA: IZQUIERDA, ARRIBA, ABAJO, DERECHA
       UBICAR-DIRECCION.
           MOVE 0 TO IDX-DIR
           IF Direccion = "izquierda" THEN MOVE 1 TO IDX-DIR
           END-IF
           IF Direccion = "arriba" THEN MOVE 2 TO IDX-DIR
           END-IF
           IF Direccion = "abajo" THEN MOVE 3 TO IDX-DIR
           END-IF
           IF Direccion = "derecha" THEN MOVE 4 TO IDX-DIR
           END-IF.

      *> INDICE (1 A 4, CERO SI NO SE RECONOCE) DEL COLOR DE LA
      *> FLECHA: AZUL, ROJO, AMARILLO, VERDE
       UBICAR-COLOR.
           MOVE 0 TO IDX-COL
           IF ColorFlecha = "azul" THEN MOVE 1 TO IDX-COL
           END-IF
           IF ColorFlecha = "rojo" THEN MOVE 2 TO IDX-COL
           END-IF
           IF ColorFlecha = "amarillo" THEN MOVE 3 TO IDX-COL
           END-IF
           IF ColorFlecha = "verde" THEN MOVE 4 TO IDX-COL
           END-IF.

      *> LA HOJA DEL JUGADOR IDX-JUGADOR, CON SU REGISTRO DEL MAESTRO
      *> YA LEIDO. LA ULTIMA LINEA DE LA HOJA SALTA DE HOJA
       EMITIR-EXTRACTO.
           ADD 1 TO HOJA-ACTUAL
           ADD 1 TO TOTAL-EMITIDOS
           MOVE "E" TO JUG-RESULTADO(IDX-JUGADOR)
           MOVE HOJA-ACTUAL TO JUG-HOJA(IDX-JUGADOR)
           DISPLAY "EXTRACTO " HOJA-ACTUAL ": " JUG-NOMBRE(IDX-JUGADOR)

           STRING "EXTRACTO DE JUGADOR" DELIMITED BY SIZE
               "                         FECHA " DELIMITED BY SIZE
               FECHA-CORRIDA-GUION DELIMITED BY SIZE
               "  HOJA " DELIMITED BY SIZE
               HOJA-ACTUAL DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           STRING "JUGADOR: " DELIMITED BY SIZE
               JUG-NOMBRE(IDX-JUGADOR) DELIMITED BY SIZE
               "  EQUIPO: " DELIMITED BY SIZE
               JUG-EQUIPO(IDX-JUGADOR) DELIMITED BY SIZE
               "  ALTA: " DELIMITED BY SIZE
               JUG-ALTA(IDX-JUGADOR) DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           IF JUG-EQUIPO(IDX-JUGADOR) = SPACES THEN
               STRING "         (SIN EQUIPO ASIGNADO)"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO

           PERFORM EXTRACTO-TOTALES
           PERFORM EXTRACTO-RANKING
           PERFORM EXTRACTO-MESES
           PERFORM EXTRACTO-RACHAS
           PERFORM EXTRACTO-DEBILES
           PERFORM EXTRACTO-TORNEOS

           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           MOVE "S" TO SALTO-PENDIENTE
           PERFORM ESCRIBIR-EXTRACTO.

      *> TOTALES DE TODA LA VIDA, TAL COMO ESTAN EN EL MAESTRO
       EXTRACTO-TOTALES.
           STRING "TOTALES DE TODA LA VIDA (GameMaster.dat)"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           MOVE MAE-PUNTOS TO PUNTOS-EDIT
           STRING "  ACIERTOS: " DELIMITED BY SIZE
               MAE-ACIERTOS DELIMITED BY SIZE
               "  ERRORES: " DELIMITED BY SIZE
               MAE-ERRORES DELIMITED BY SIZE
               "  PUNTOS: " DELIMITED BY SIZE
               PUNTOS-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           STRING "  ULTIMA POSICION PROCESADA: " DELIMITED BY SIZE
               MAE-ULTIMA-POSICION DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO.

      *> POSICION EN LA ULTIMA FOTO Y MOVIMIENTO CONTRA LA ANTERIOR
       EXTRACTO-RANKING.
           STRING "RANKING (GameSnapshots.txt, TEMPORADA ACTUAL)"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           MOVE 0 TO POSICION-ACTUAL
           MOVE 0 TO POSICION-BASE
           PERFORM VARYING IDX-FOTO FROM 1 BY 1
               UNTIL IDX-FOTO > ACT-TOTAL
               IF ACT-NOMBRE(IDX-FOTO) = JUG-NOMBRE(IDX-JUGADOR) THEN
                   MOVE ACT-POSICION(IDX-FOTO) TO POSICION-ACTUAL
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-FOTO FROM 1 BY 1
               UNTIL IDX-FOTO > BAS-TOTAL
               IF BAS-NOMBRE(IDX-FOTO) = JUG-NOMBRE(IDX-JUGADOR) THEN
                   MOVE BAS-POSICION(IDX-FOTO) TO POSICION-BASE
               END-IF
           END-PERFORM
           IF FECHA-ULTIMA = SPACES THEN
               STRING "  SIN FOTOS EN LA TEMPORADA ACTUAL"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           ELSE
               IF POSICION-ACTUAL > 0 THEN
                   STRING "  POSICION AL " DELIMITED BY SIZE
                       FECHA-ULTIMA DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       POSICION-ACTUAL DELIMITED BY SIZE
                       INTO WS-LINEA-EXTRACTO
               ELSE
                   STRING "  POSICION AL " DELIMITED BY SIZE
                       FECHA-ULTIMA DELIMITED BY SIZE
                       ": NO FIGURA EN LA FOTO" DELIMITED BY SIZE
                       INTO WS-LINEA-EXTRACTO
               END-IF
               PERFORM ESCRIBIR-EXTRACTO
               PERFORM EXTRACTO-MOVIMIENTO
           END-IF
           PERFORM ESCRIBIR-EXTRACTO.

       EXTRACTO-MOVIMIENTO.
           IF FECHA-SEGUNDA = SPACES THEN
               STRING "  MOVIMIENTO: SIN FOTO ANTERIOR PARA COMPARAR"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           ELSE
               IF POSICION-ACTUAL > 0 AND POSICION-BASE > 0 THEN
                   COMPUTE DELTA-POSICION =
                       POSICION-BASE - POSICION-ACTUAL
                   IF DELTA-POSICION > 0 THEN
                       MOVE DELTA-POSICION TO DELTA-EDIT
                       STRING "  MOVIMIENTO DESDE " DELIMITED BY SIZE
                           FECHA-SEGUNDA DELIMITED BY SIZE
                           ": SUBIO " DELIMITED BY SIZE
                           DELTA-EDIT DELIMITED BY SIZE
                           " (ERA " DELIMITED BY SIZE
                           POSICION-BASE DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-LINEA-EXTRACTO
                   END-IF
                   IF DELTA-POSICION < 0 THEN
                       MOVE DELTA-POSICION TO DELTA-EDIT
                       STRING "  MOVIMIENTO DESDE " DELIMITED BY SIZE
                           FECHA-SEGUNDA DELIMITED BY SIZE
                           ": BAJO " DELIMITED BY SIZE
                           DELTA-EDIT DELIMITED BY SIZE
                           " (ERA " DELIMITED BY SIZE
                           POSICION-BASE DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-LINEA-EXTRACTO
                   END-IF
                   IF DELTA-POSICION = 0 THEN
                       STRING "  MOVIMIENTO DESDE " DELIMITED BY SIZE
                           FECHA-SEGUNDA DELIMITED BY SIZE
                           ": SIN CAMBIO" DELIMITED BY SIZE
                           INTO WS-LINEA-EXTRACTO
                   END-IF
               END-IF
               IF POSICION-ACTUAL > 0 AND POSICION-BASE = 0 THEN
                   STRING "  MOVIMIENTO DESDE " DELIMITED BY SIZE
                       FECHA-SEGUNDA DELIMITED BY SIZE
                       ": NUEVO EN LA TABLA" DELIMITED BY SIZE
                       INTO WS-LINEA-EXTRACTO
               END-IF
               IF POSICION-ACTUAL = 0 AND POSICION-BASE > 0 THEN
                   STRING "  MOVIMIENTO DESDE " DELIMITED BY SIZE
                       FECHA-SEGUNDA DELIMITED BY SIZE
                       ": SALIO DE LA TABLA (ERA " DELIMITED BY SIZE
                       POSICION-BASE DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO WS-LINEA-EXTRACTO
               END-IF
               IF POSICION-ACTUAL = 0 AND POSICION-BASE = 0 THEN
                   STRING "  MOVIMIENTO DESDE " DELIMITED BY SIZE
                       FECHA-SEGUNDA DELIMITED BY SIZE
                       ": NO FIGURA EN NINGUNA FOTO" DELIMITED BY SIZE
                       INTO WS-LINEA-EXTRACTO
               END-IF
           END-IF
           PERFORM ESCRIBIR-EXTRACTO.

      *> EL MES EN CURSO Y LOS ANTERIORES DEL RESUMEN MENSUAL; PARA
      *> QUE ENTRE EN LA HOJA SE DETALLAN LOS 12 MESES ANTERIORES MAS
      *> RECIENTES Y LOS MAS VIEJOS VAN EN UNA SOLA LINEA
       EXTRACTO-MESES.
           STRING "MES A MES (GameHistSummary.txt)"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           PERFORM ARMAR-MESES-JUGADOR
           STRING "  MES      ACIERTOS  ERRORES     PUNTOS"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           MOVE "N" TO MES-HALLADO
           PERFORM VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES > TOTAL-MESES
               IF MJ-MES(IDX-MES) = MES-CORRIDA THEN
                   MOVE "S" TO MES-HALLADO
                   MOVE MJ-PUNTOS(IDX-MES) TO PUNTOS-EDIT
                   STRING "  " DELIMITED BY SIZE
                       MJ-MES(IDX-MES) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       MJ-ACIERTOS(IDX-MES) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       MJ-ERRORES(IDX-MES) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PUNTOS-EDIT DELIMITED BY SIZE
                       "  ESTE MES" DELIMITED BY SIZE
                       INTO WS-LINEA-EXTRACTO
                   PERFORM ESCRIBIR-EXTRACTO
               END-IF
           END-PERFORM
           IF MES-HALLADO = "N" THEN
               STRING "  " DELIMITED BY SIZE
                   MES-CORRIDA DELIMITED BY SIZE
                   "  ESTE MES: NADA ARCHIVADO TODAVIA"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF
           MOVE 0 TO MESES-MOSTRADOS
           MOVE 0 TO MESES-VIEJOS
           MOVE 0 TO VIEJOS-ACIERTOS
           MOVE 0 TO VIEJOS-ERRORES
           MOVE 0 TO VIEJOS-PUNTOS
           PERFORM VARYING IDX-MES FROM 1 BY 1
               UNTIL IDX-MES > TOTAL-MESES
               IF MJ-MES(IDX-MES) NOT = MES-CORRIDA THEN
                   IF MESES-MOSTRADOS < 12 THEN
                       ADD 1 TO MESES-MOSTRADOS
                       MOVE MJ-PUNTOS(IDX-MES) TO PUNTOS-EDIT
                       STRING "  " DELIMITED BY SIZE
                           MJ-MES(IDX-MES) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           MJ-ACIERTOS(IDX-MES) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           MJ-ERRORES(IDX-MES) DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           PUNTOS-EDIT DELIMITED BY SIZE
                           INTO WS-LINEA-EXTRACTO
                       PERFORM ESCRIBIR-EXTRACTO
                   ELSE
                       ADD 1 TO MESES-VIEJOS
                       ADD MJ-ACIERTOS(IDX-MES) TO VIEJOS-ACIERTOS
                       ADD MJ-ERRORES(IDX-MES) TO VIEJOS-ERRORES
                       ADD MJ-PUNTOS(IDX-MES) TO VIEJOS-PUNTOS
                   END-IF
               END-IF
           END-PERFORM
           IF MESES-MOSTRADOS = 0 THEN
               STRING "  SIN MESES ANTERIORES ARCHIVADOS"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF
           IF MESES-VIEJOS > 0 THEN
               MOVE VIEJOS-PUNTOS TO PUNTOS-EDIT
               STRING "  ANTES   " DELIMITED BY SIZE
                   VIEJOS-ACIERTOS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   VIEJOS-ERRORES DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PUNTOS-EDIT DELIMITED BY SIZE
                   "  (" DELIMITED BY SIZE
                   MESES-VIEJOS DELIMITED BY SIZE
                   " MESES)" DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF
           IF MESES-EN-LIMITE = "S" THEN
               STRING "  AVISO: MAS DE 120 MESES; SE INFORMAN LOS"
                   DELIMITED BY SIZE
                   " PRIMEROS 120 DEL RESUMEN" DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF
      *> LO QUE TODAVIA NO SE ARCHIVO ESTA EN EL DIARIO
           STRING "  EN EL DIARIO SIN ARCHIVAR: ACIERTOS "
               DELIMITED BY SIZE
               JUG-DIARIO-ACIERTOS(IDX-JUGADOR) DELIMITED BY SIZE
               "  ERRORES " DELIMITED BY SIZE
               JUG-DIARIO-ERRORES(IDX-JUGADOR) DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           IF JUG-EN-REVISION(IDX-JUGADOR) > 0 THEN
               STRING "  JUGADAS EN REVISION (NO CUENTAN): "
                   DELIMITED BY SIZE
                   JUG-EN-REVISION(IDX-JUGADOR) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF
           PERFORM ESCRIBIR-EXTRACTO.

      *> JUNTA LOS MESES DEL JUGADOR (SUMANDO UN MES REPETIDO) Y LOS
      *> ORDENA DEL MAS RECIENTE AL MAS VIEJO
       ARMAR-MESES-JUGADOR.
           MOVE 0 TO TOTAL-MESES
           MOVE "N" TO MESES-EN-LIMITE
           PERFORM VARYING IDX-RESUMEN FROM 1 BY 1
               UNTIL IDX-RESUMEN > TOTAL-RESUMEN
               IF RSC-JUGADOR(IDX-RESUMEN) = IDX-JUGADOR THEN
                   MOVE "N" TO MES-HALLADO
                   PERFORM VARYING IDX-MES FROM 1 BY 1
                       UNTIL IDX-MES > TOTAL-MESES
                           OR MES-HALLADO = "S"
                       IF MJ-MES(IDX-MES) = RSC-MES(IDX-RESUMEN) THEN
                           MOVE "S" TO MES-HALLADO
                           ADD RSC-ACIERTOS(IDX-RESUMEN)
                               TO MJ-ACIERTOS(IDX-MES)
                           ADD RSC-ERRORES(IDX-RESUMEN)
                               TO MJ-ERRORES(IDX-MES)
                           ADD RSC-PUNTOS(IDX-RESUMEN)
                               TO MJ-PUNTOS(IDX-MES)
                       END-IF
                   END-PERFORM
                   IF MES-HALLADO = "N" THEN
                       IF TOTAL-MESES < 120 THEN
                           ADD 1 TO TOTAL-MESES
                           MOVE RSC-MES(IDX-RESUMEN)
                               TO MJ-MES(TOTAL-MESES)
                           MOVE RSC-ACIERTOS(IDX-RESUMEN)
                               TO MJ-ACIERTOS(TOTAL-MESES)
                           MOVE RSC-ERRORES(IDX-RESUMEN)
                               TO MJ-ERRORES(TOTAL-MESES)
                           MOVE RSC-PUNTOS(IDX-RESUMEN)
                               TO MJ-PUNTOS(TOTAL-MESES)
                       ELSE
                           MOVE "S" TO MESES-EN-LIMITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF TOTAL-MESES > 1 THEN
               COMPUTE LIMITE-MES = TOTAL-MESES - 1
               PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > LIMITE-MES
                   PERFORM VARYING IDX-MES2 FROM 1 BY 1
                       UNTIL IDX-MES2 > TOTAL-MESES - IDX-MES
                       IF MJ-MES(IDX-MES2) < MJ-MES(IDX-MES2 + 1) THEN
                           MOVE MES-ENTRY(IDX-MES2) TO MES-TEMPORAL
                           MOVE MES-ENTRY(IDX-MES2 + 1)
                               TO MES-ENTRY(IDX-MES2)
                           MOVE MES-TEMPORAL TO MES-ENTRY(IDX-MES2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *> LAS RACHAS MAS LARGAS SOBRE TODO EL DETALLE
       EXTRACTO-RACHAS.
           STRING "RACHAS (GameHistory.txt Y GameValid.txt)"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           IF JUG-SI-LARGO(IDX-JUGADOR) > 0 THEN
               STRING "  MEJOR RACHA DE ACIERTOS: " DELIMITED BY SIZE
                   JUG-SI-LARGO(IDX-JUGADOR) DELIMITED BY SIZE
                   " DESDE POSICION " DELIMITED BY SIZE
                   JUG-SI-POS(IDX-JUGADOR) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   JUG-SI-FECHA(IDX-JUGADOR) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
           ELSE
               STRING "  MEJOR RACHA DE ACIERTOS: NINGUNA"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           END-IF
           PERFORM ESCRIBIR-EXTRACTO
           IF JUG-NO-LARGO(IDX-JUGADOR) > 0 THEN
               STRING "  PEOR RACHA DE ERRORES:   " DELIMITED BY SIZE
                   JUG-NO-LARGO(IDX-JUGADOR) DELIMITED BY SIZE
                   " DESDE POSICION " DELIMITED BY SIZE
                   JUG-NO-POS(IDX-JUGADOR) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   JUG-NO-FECHA(IDX-JUGADOR) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
           ELSE
               STRING "  PEOR RACHA DE ERRORES:   NINGUNA"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           END-IF
           PERFORM ESCRIBIR-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO.

      *> ACIERTOS Y ERRORES POR DIRECCION Y POR COLOR; SE MARCA EL
      *> DE MAYOR PORCENTAJE DE ERROR DE CADA GRUPO (EL PRIMERO SI
      *> EMPATAN), SIEMPRE QUE TENGA ALGUN ERROR
       EXTRACTO-DEBILES.
           STRING "PUNTOS DEBILES (ACIERTOS / ERRORES / % ERROR)"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           MOVE 0 TO PEOR-PORCENTAJE
           MOVE 0 TO PEOR-INDICE
           PERFORM VARYING IDX-DIR FROM 1 BY 1 UNTIL IDX-DIR > 4
               COMPUTE JUGADAS-GRUPO =
                   JUG-DIR-ACIERTOS(IDX-JUGADOR, IDX-DIR)
                   + JUG-DIR-ERRORES(IDX-JUGADOR, IDX-DIR)
               IF JUG-DIR-ERRORES(IDX-JUGADOR, IDX-DIR) > 0 THEN
                   COMPUTE PORCENTAJE-ERROR =
                       JUG-DIR-ERRORES(IDX-JUGADOR, IDX-DIR) * 100
                       / JUGADAS-GRUPO
                   IF PORCENTAJE-ERROR > PEOR-PORCENTAJE
                       OR PEOR-INDICE = 0 THEN
                       MOVE PORCENTAJE-ERROR TO PEOR-PORCENTAJE
                       MOVE IDX-DIR TO PEOR-INDICE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-DIR FROM 1 BY 1 UNTIL IDX-DIR > 4
               COMPUTE JUGADAS-GRUPO =
                   JUG-DIR-ACIERTOS(IDX-JUGADOR, IDX-DIR)
                   + JUG-DIR-ERRORES(IDX-JUGADOR, IDX-DIR)
               MOVE 0 TO PORCENTAJE-ERROR
               IF JUGADAS-GRUPO > 0 THEN
                   COMPUTE PORCENTAJE-ERROR =
                       JUG-DIR-ERRORES(IDX-JUGADOR, IDX-DIR) * 100
                       / JUGADAS-GRUPO
               END-IF
               MOVE SPACES TO MARCA-DEBIL
               IF IDX-DIR = PEOR-INDICE THEN
                   MOVE "<- PUNTO DEBIL" TO MARCA-DEBIL
               END-IF
               STRING "  DIRECCION " DELIMITED BY SIZE
                   NOMBRE-DIRECCION(IDX-DIR) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JUG-DIR-ACIERTOS(IDX-JUGADOR, IDX-DIR)
                   DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   JUG-DIR-ERRORES(IDX-JUGADOR, IDX-DIR)
                   DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   PORCENTAJE-ERROR DELIMITED BY SIZE
                   "%  " DELIMITED BY SIZE
                   MARCA-DEBIL DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-PERFORM
           MOVE 0 TO PEOR-PORCENTAJE
           MOVE 0 TO PEOR-INDICE
           PERFORM VARYING IDX-COL FROM 1 BY 1 UNTIL IDX-COL > 4
               COMPUTE JUGADAS-GRUPO =
                   JUG-COL-ACIERTOS(IDX-JUGADOR, IDX-COL)
                   + JUG-COL-ERRORES(IDX-JUGADOR, IDX-COL)
               IF JUG-COL-ERRORES(IDX-JUGADOR, IDX-COL) > 0 THEN
                   COMPUTE PORCENTAJE-ERROR =
                       JUG-COL-ERRORES(IDX-JUGADOR, IDX-COL) * 100
                       / JUGADAS-GRUPO
                   IF PORCENTAJE-ERROR > PEOR-PORCENTAJE
                       OR PEOR-INDICE = 0 THEN
                       MOVE PORCENTAJE-ERROR TO PEOR-PORCENTAJE
                       MOVE IDX-COL TO PEOR-INDICE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-COL FROM 1 BY 1 UNTIL IDX-COL > 4
               COMPUTE JUGADAS-GRUPO =
                   JUG-COL-ACIERTOS(IDX-JUGADOR, IDX-COL)
                   + JUG-COL-ERRORES(IDX-JUGADOR, IDX-COL)
               MOVE 0 TO PORCENTAJE-ERROR
               IF JUGADAS-GRUPO > 0 THEN
                   COMPUTE PORCENTAJE-ERROR =
                       JUG-COL-ERRORES(IDX-JUGADOR, IDX-COL) * 100
                       / JUGADAS-GRUPO
               END-IF
               MOVE SPACES TO MARCA-DEBIL
               IF IDX-COL = PEOR-INDICE THEN
                   MOVE "<- PUNTO DEBIL" TO MARCA-DEBIL
               END-IF
               STRING "  COLOR     " DELIMITED BY SIZE
                   NOMBRE-COLOR(IDX-COL) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JUG-COL-ACIERTOS(IDX-JUGADOR, IDX-COL)
                   DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   JUG-COL-ERRORES(IDX-JUGADOR, IDX-COL)
                   DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   PORCENTAJE-ERROR DELIMITED BY SIZE
                   "%  " DELIMITED BY SIZE
                   MARCA-DEBIL DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-PERFORM
           PERFORM ESCRIBIR-EXTRACTO.

      *> LOS TORNEOS EN CUYA NOMINA FIGURA EL JUGADOR
       EXTRACTO-TORNEOS.
           STRING "TORNEOS INSCRIPTOS (GameTournaments.txt)"
               DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           MOVE 0 TO TORNEOS-JUGADOR
           PERFORM VARYING IDX-NOMINA FROM 1 BY 1
               UNTIL IDX-NOMINA > TOTAL-NOMINA
               IF NOM-NOMBRE(IDX-NOMINA) = JUG-NOMBRE(IDX-JUGADOR)
                   THEN
                   ADD 1 TO TORNEOS-JUGADOR
                   MOVE NOM-TORNEO(IDX-NOMINA) TO IDX-TORNEO
                   IF TOR-FORMATO(IDX-TORNEO) = "L" THEN
                       MOVE "LLAVE" TO FORMATO-TEXTO
                       STRING "  " DELIMITED BY SIZE
                           TOR-ID(IDX-TORNEO) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TOR-NOMBRE(IDX-TORNEO) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FORMATO-TEXTO DELIMITED BY SIZE
                           INTO WS-LINEA-EXTRACTO
                   ELSE
                       MOVE "TABLA" TO FORMATO-TEXTO
                       STRING "  " DELIMITED BY SIZE
                           TOR-ID(IDX-TORNEO) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TOR-NOMBRE(IDX-TORNEO) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FORMATO-TEXTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TOR-DESDE(IDX-TORNEO) DELIMITED BY SIZE
                           " A " DELIMITED BY SIZE
                           TOR-HASTA(IDX-TORNEO) DELIMITED BY SIZE
                           INTO WS-LINEA-EXTRACTO
                   END-IF
                   PERFORM ESCRIBIR-EXTRACTO
               END-IF
           END-PERFORM
           IF TORNEOS-JUGADOR = 0 THEN
               STRING "  NO ESTA INSCRIPTO EN NINGUN TORNEO"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           ELSE
               STRING "  TOTAL DE TORNEOS: " DELIMITED BY SIZE
                   TORNEOS-JUGADOR DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF.

      *> EL INDICE: TODO EL PADRON, EMITIDOS CON SU HOJA Y OMITIDOS
      *> CON SU MOTIVO
       ESCRIBIR-INDICE.
           OPEN OUTPUT INDICE
           IF WS-INDICE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-INDICE-NOMBRE
                   " STATUS " WS-INDICE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "INDICE DE EXTRACTOS DE JUGADORES " DELIMITED BY SIZE
               FECHA-CORRIDA-GUION DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "ARCHIVO DE IMPRESION: " DELIMITED BY SIZE
               WS-EXTRACTOS-NOMBRE DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "JUGADOR         EQUIPO  RESULTADO"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
               UNTIL IDX-JUGADOR > TOTAL-JUGADORES
               IF JUG-RESULTADO(IDX-JUGADOR) = "E" THEN
                   STRING JUG-NOMBRE(IDX-JUGADOR) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JUG-EQUIPO(IDX-JUGADOR) DELIMITED BY SIZE
                       "    EMITIDO, HOJA " DELIMITED BY SIZE
                       JUG-HOJA(IDX-JUGADOR) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
               ELSE
                   STRING JUG-NOMBRE(IDX-JUGADOR) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JUG-EQUIPO(IDX-JUGADOR) DELIMITED BY SIZE
                       "    OMITIDO: " DELIMITED BY SIZE
                       JUG-MOTIVO(IDX-JUGADOR) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
               END-IF
               PERFORM MOSTRAR-LINEA
           END-PERFORM
           IF PADRON-FUERA-TABLA > 0 THEN
               STRING "OMITIDOS SIN NOMBRE: " DELIMITED BY SIZE
                   PADRON-FUERA-TABLA DELIMITED BY SIZE
                   " JUGADORES DEL PADRON MAS ALLA DE LOS 500"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               ADD PADRON-FUERA-TABLA TO TOTAL-OMITIDOS
           END-IF
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "EMITIDOS " DELIMITED BY SIZE
               TOTAL-EMITIDOS DELIMITED BY SIZE
               "  OMITIDOS " DELIMITED BY SIZE
               TOTAL-OMITIDOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           CLOSE INDICE.

      *> ESCRIBE UNA LINEA DEL EXTRACTO (SIN PANTALLA: SON MUCHAS
      *> HOJAS); CON SALTO-PENDIENTE LA LINEA CIERRA LA HOJA
       ESCRIBIR-EXTRACTO.
           IF SALTO-PENDIENTE = "S" THEN
               WRITE LineaExtracto FROM WS-LINEA-EXTRACTO
                   BEFORE ADVANCING PAGE
               MOVE "N" TO SALTO-PENDIENTE
           ELSE
               WRITE LineaExtracto FROM WS-LINEA-EXTRACTO
                   BEFORE ADVANCING 1 LINE
           END-IF
           IF WS-EXTRACTOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO " WS-EXTRACTOS-NOMBRE
                   " STATUS " WS-EXTRACTOS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-EXTRACTO.

      *> ESCRIBE UNA LINEA DEL INDICE EN PANTALLA Y EN EL ARCHIVO
       MOSTRAR-LINEA.
           DISPLAY WS-LINEA-REPORTE
           WRITE LineaIndice FROM WS-LINEA-REPORTE
           IF WS-INDICE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO " WS-INDICE-NOMBRE
                   " STATUS " WS-INDICE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE.

       END PROGRAM gamestatement.
