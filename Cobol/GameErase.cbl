       IDENTIFICATION DIVISION.
       PROGRAM-ID. gameerase.

      *> SUPRESION DE UN JUGADOR EN TODOS LOS ARCHIVOS: CUANDO UN
      *> SOCIO SE VA Y PIDE QUE LO SAQUEN, gamemaint SOLO BORRA SU
      *> REGISTRO DE GameMaster.dat Y EL NOMBRE SIGUE EN EL CRUDO, EL
      *> DIARIO, EL HISTORICO, EL RESUMEN MENSUAL, LAS FOTOS DEL
      *> RANKING, EL PADRON, LAS NOMINAS DE LOS TORNEOS Y LAS
      *> GENERACIONES DE RESPALDO. ACA, PARA UN NOMBRE, EL OPERADOR
      *> ELIGE:
      *>   B = BORRAR: CADA LINEA DEL JUGADOR SALE DEL ARCHIVO Y SU
      *>     REGISTRO SE BORRA DEL PADRON Y DEL MAESTRO.
      *>   A = ANONIMIZAR: CADA LINEA QUEDA IGUAL PERO CON UN
      *>     SEUDONIMO EN LUGAR DEL NOMBRE, Y EL PADRON Y EL MAESTRO
      *>     SE DAN DE ALTA CON EL SEUDONIMO (MISMOS DATOS) Y DE BAJA
      *>     CON EL NOMBRE. EL SEUDONIMO LO DA EL OPERADOR O SE ARMA
      *>     CON LA FECHA Y LA HORA; NO PUEDE EXISTIR YA.
      *> LOS CUADRES SIGUEN CERRANDO DESPUES:
      *>   - LA DECIMA OPERACION COMPARA EL MAESTRO CONTRA EL DIARIO
      *>     MAS EL RESUMEN MENSUAL; AL BORRAR SALEN LAS TRES PARTES
      *>     DEL JUGADOR Y AL ANONIMIZAR LAS TRES CAMBIAN DE NOMBRE.
      *>   - AL BORRAR, EL REGISTRO DE CONTROL DEL PASO DE EDICION
      *>     SE REESCRIBE CON EL ACEPTADOS QUE DA CONTAR EL DIARIO
      *>     COMO QUEDO (AUNQUE ESTA CORRIDA NO HAYA QUITADO NADA),
      *>     IGUAL QUE LA DEPURACION Y LA ANULACION DE gamereview; DEL
      *>     CRUDO SALEN LAS MISMAS LINEAS PARA QUE LA PROXIMA EDICION
      *>     NO LAS REGENERE.
      *>   - EN CADA FOTO DEL RANKING LOS QUE ESTABAN DEBAJO DEL
      *>     JUGADOR BORRADO SUBEN UN PUESTO, ASI LA FOTO SIGUE SIENDO
      *>     1..N Y gamemoves COMPARA BIEN.
      *>   - EN CADA RESPALDO DEL MAESTRO EL PIE SE CORRIGE CON LOS
      *>     DETALLES QUITADOS, ASI LA RESTAURACION LO SIGUE ACEPTANDO.
      *> UN JUGADOR CON UNA SESION TODAVIA RETENIDA EN GameReview.txt
      *> NO SE PUEDE SUPRIMIR: PRIMERO SE LIBERA O SE ANULA CON
      *> gamereview, QUE NECESITA ESAS JUGADAS EN EL DIARIO.
      *>
      *> TAMBIEN SE RECORREN LOS DEMAS ARCHIVOS QUE GUARDAN EL NOMBRE,
      *> CON LA MISMA REGLA (BORRAR SACA LA LINEA, ANONIMIZAR LE PONE
      *> EL SEUDONIMO):
      *>   - GameVoided.txt (JUGADAS ANULADAS) Y LAS SESIONES YA
      *>     DECIDIDAS (L/A) DE GameReview.txt.
      *>   - GameSeasons.txt: AL BORRAR, EN CADA TEMPORADA CERRADA LOS
      *>     QUE ESTABAN DEBAJO DEL JUGADOR SUBEN UN PUESTO, COMO EN
      *>     LAS FOTOS.
      *>   - GameRatingHist.txt Y GameRatings.dat (ESTE VA CON LOS
      *>     INDEXADOS Y SE TRATA COMO EL PADRON). LOS RATINGS DE LOS
      *>     DEMAS NO SE RECALCULAN.
      *>   - GameSuspense.txt: LA ENTRADA ENTERA, SI EL NOMBRE ESTA EN
      *>     LA IMAGEN ORIGINAL, LA ACTUAL O LA CORREGIDA. AL
      *>     ANONIMIZAR LAS IMAGENES CAMBIAN IGUAL QUE LA LINEA DE
      *>     Game.txt, ASI LA EDICION RECONOCE EL RECHAZO COMO EL MISMO
      *>     Y NO ABRE UNA ENTRADA NUEVA.
      *>   - GameIntake.txt: LAS LINEAS F Y R CON LA IMAGEN DEL
      *>     JUGADOR. LAS LINEAS DE CUADRE NO LLEVAN NOMBRE, ASI QUE EL
      *>     CONTROL DE MARCAS DE gameintake NO CAMBIA.
      *>   - GameBrackets.txt: UN PARTIDO NO SE PUEDE QUITAR SIN ROMPER
      *>     LA LLAVE; EL NOMBRE (JUGADOR A, JUGADOR B O GANADOR) SE
      *>     REEMPLAZA POR EL SEUDONIMO AL ANONIMIZAR Y POR *SUPRIMIDO*
      *>     AL BORRAR. UN PARTIDO PENDIENTE CONTRA *SUPRIMIDO* SE
      *>     DECIDE COMO LOS DEMAS, CON CERO JUGADAS DE ESE LADO.
      *> QUEDAN AFUERA A PROPOSITO:
      *>   - GameRejects.txt: ES EL LISTADO DE LA ULTIMA EDICION, LA
      *>     PROXIMA LO PISA Y SU RESUMEN TIENE QUE SEGUIR CUADRANDO
      *>     CON GameEditControl.txt.
      *>   - LOS ARCHIVOS DE LOS PUESTOS Y GameControl.txt: LOS ESCRIBEN
      *>     LA CONSOLA Y EL OPERADOR, NINGUN PROGRAMA LOS GRABA. LO YA
      *>     FUSIONADO NO VUELVE A ENTRAR (gameintake SOLO LEE ARRIBA
      *>     DE LA MARCA); SE LIMPIAN EN EL PUESTO.
      *>   - LAS BITACORAS (GameMaintLog.txt, GameReviewLog.txt,
      *>     GameSuspLog.txt, GamePlayersLog.txt): SON LA CONSTANCIA
      *>     DE LOS CAMBIOS, ESTA SUPRESION INCLUIDA.
      *>   - LOS LISTADOS CON FECHA (GameReport_, GameScreen_, ETC.):
      *>     SON COPIAS IMPRESAS QUE NINGUN PROGRAMA VUELVE A LEER.
      *>   - LOS ARCHIVOS DE TRABAJO: CADA PROGRAMA LOS PISA EN SU
      *>     PROXIMA CORRIDA.
      *>
      *> CADA ARCHIVO DE TEXTO SE COPIA A GameEraseWork.txt SIN LAS
      *> LINEAS DEL JUGADOR (O CON EL SEUDONIMO) Y DESPUES SE VUELVE
      *> A ESCRIBIR; UN ARCHIVO SIN LINEAS DEL JUGADOR NO SE TOCA.
      *> CADA GRABACION Y CADA CIERRE SE CONTROLAN: SI FALLA LA COPIA
      *> EL ARCHIVO NO SE TOCA, Y SI FALLA LA VUELTA (O NO CUADRAN LAS
      *> LINEAS) EL CONTENIDO NUEVO QUEDA EN GameEraseWork.txt. EN
      *> LOS DOS CASOS NO SE SIGUE CON NINGUN OTRO ARCHIVO. LOS
      *> INDEXADOS VAN AL FINAL, ASI UNA CORRIDA CORTADA POR UN ERROR
      *> SE PUEDE REPETIR CON EL MISMO NOMBRE (Y EL MISMO SEUDONIMO):
      *> UN INDEXADO QUE YA TIENE EL SEUDONIMO Y NO EL NOMBRE SE DA
      *> POR TRATADO, Y SOLO SE RECHAZA UN SEUDONIMO QUE CONVIVE CON
      *> EL NOMBRE EN EL MISMO ARCHIVO.
      *> SE EMITE EL CERTIFICADO GameErase_AAAAMMDD_HHMMSSCC.txt CON
      *> CADA ARCHIVO, LO QUE SE HIZO Y LAS LINEAS LEIDAS Y CAMBIADAS,
      *> Y EL HECHO QUEDA EN GameMaintLog.txt CON LA IMAGEN DEL
      *> MAESTRO ANTES Y DESPUES, COMO EN EL MANTENIMIENTO; SIN LA
      *> IMAGEN ANTES EL MAESTRO NO SE TOCA. LA
      *> BITACORA Y EL CERTIFICADO CONSERVAN EL NOMBRE: SON LA
      *> CONSTANCIA DEL PEDIDO.
      *>
      *> RETURN-CODE: 0 = SUPRESION COMPLETA (O CANCELADA POR EL
      *> OPERADOR); 8 = DATOS INVALIDOS O JUGADOR EN REVISION;
      *> 16 = ERROR DE ENTRADA / SALIDA (EL CERTIFICADO DICE HASTA
      *> DONDE SE LLEGO)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARCHIVO ASSIGN TO WS-ARCHIVO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVO-STATUS.
       SELECT TRABAJO ASSIGN TO "GameEraseWork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRABAJO-STATUS.
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
       SELECT RATINGS ASSIGN TO "GameRatings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAT-NOMBRE
           FILE STATUS IS WS-RATINGS-STATUS.
       SELECT REVISION ASSIGN TO "GameReview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-STATUS.
       SELECT GENERACIONES ASSIGN TO "GameBackGens.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENERACIONES-STATUS.
       SELECT CONTROLEDIT ASSIGN TO "GameEditControl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROLEDIT-STATUS.
       SELECT BITACORA ASSIGN TO "GameMaintLog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BITACORA-STATUS.
       SELECT CERTIFICADO ASSIGN TO WS-CERTIFICADO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CERTIFICADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> UNA LINEA DE CUALQUIERA DE LOS ARCHIVOS DE TEXTO QUE SE
      *> RECORREN, CON UNA VISTA POR DIBUJO PARA UBICAR EL NOMBRE:
      *>   DETALLE (Game.txt, GameValid.txt, GameHistory.txt,
      *>     GameVoided.txt)
      *>   RESUMEN MENSUAL (GameHistSummary.txt; TAMBIEN SIRVE PARA
      *>     GameReview.txt, QUE EMPIEZA CON EL NOMBRE)
      *>   FOTO DEL RANKING (GameSnapshots.txt)
      *>   NOMINA DE TORNEO (LINEAS JUGADOR DE GameTournaments.txt)
      *>   RESPALDO DEL MAESTRO (LINEAS DET Y PIE)
      *>   TEMPORADA CERRADA (GameSeasons.txt)
      *>   PARTIDO DE UNA LLAVE (GameBrackets.txt)
      *>   HISTORIA DEL RATING (GameRatingHist.txt)
      *>   ENTRADA DEL SUSPENSO (GameSuspense.txt), LA MAS LARGA
      *>   REGISTRO DE INGRESO (GameIntake.txt, LINEAS F Y R)
       FD ARCHIVO.
       01 LineaArchivo.
           88 FinArchivo VALUE HIGH-VALUES.
           02 LIN-TEXTO PIC X(400).
           02 LIN-DETALLE REDEFINES LIN-TEXTO.
               03 FILLER PIC X(72).
               03 LID-NOMBRE PIC X(15).
               03 FILLER PIC X(313).
           02 LIN-RESUMEN REDEFINES LIN-TEXTO.
               03 LIR-NOMBRE PIC X(15).
               03 FILLER PIC X(385).
           02 LIN-INSTANTANEA REDEFINES LIN-TEXTO.
               03 LII-FECHA PIC X(8).
               03 FILLER PIC X(1).
               03 LII-POSICION PIC X(3).
               03 LII-POSICION-NUM REDEFINES LII-POSICION PIC 9(3).
               03 FILLER PIC X(1).
               03 LII-NOMBRE PIC X(15).
               03 FILLER PIC X(372).
           02 LIN-TORNEO REDEFINES LIN-TEXTO.
               03 LIT-TIPO PIC X(7).
               03 FILLER PIC X(1).
               03 LIT-ID PIC X(8).
               03 FILLER PIC X(1).
               03 LIT-NOMBRE PIC X(15).
               03 FILLER PIC X(368).
           02 LIN-RESPALDO-DET REDEFINES LIN-TEXTO.
               03 LRD-TIPO PIC X(3).
               03 FILLER PIC X(1).
               03 LRD-NOMBRE PIC X(15).
               03 FILLER PIC X(381).
           02 LIN-RESPALDO-PIE REDEFINES LIN-TEXTO.
               03 LRP-TIPO PIC X(3).
               03 FILLER PIC X(1).
               03 LRP-CUENTA PIC X(7).
               03 FILLER PIC X(389).
           02 LIN-TEMPORADA REDEFINES LIN-TEXTO.
               03 LIC-ID PIC X(8).
               03 FILLER PIC X(19).
               03 LIC-POSICION PIC X(3).
               03 LIC-POSICION-NUM REDEFINES LIC-POSICION PIC 9(3).
               03 FILLER PIC X(1).
               03 LIC-NOMBRE PIC X(15).
               03 FILLER PIC X(354).
           02 LIN-LLAVE REDEFINES LIN-TEXTO.
               03 FILLER PIC X(18).
               03 LIL-JUGADOR-A PIC X(15).
               03 FILLER PIC X(4).
               03 LIL-JUGADOR-B PIC X(15).
               03 FILLER PIC X(19).
               03 LIL-GANADOR PIC X(15).
               03 FILLER PIC X(314).
           02 LIN-HISTORIA-RATING REDEFINES LIN-TEXTO.
               03 FILLER PIC X(11).
               03 LIH-NOMBRE PIC X(15).
               03 FILLER PIC X(374).
           02 LIN-SUSPENSO REDEFINES LIN-TEXTO.
               03 FILLER PIC X(35).
               03 LIS-CAMPO PIC X(12).
               03 FILLER PIC X(1).
               03 LIS-VALOR PIC X(17).
               03 FILLER PIC X(104).
               03 LIS-NOMBRE-ORIGINAL PIC X(15).
               03 FILLER PIC X(83).
               03 LIS-NOMBRE-ACTUAL PIC X(15).
               03 FILLER PIC X(83).
               03 LIS-NOMBRE-CORREGIDO PIC X(15).
               03 FILLER PIC X(20).
           02 LIN-INGRESO REDEFINES LIN-TEXTO.
               03 FILLER PIC X(23).
               03 LIE-RESULTADO PIC X(1).
               03 FILLER PIC X(86).
               03 LIE-NOMBRE PIC X(15).
               03 FILLER PIC X(275).
       FD TRABAJO.
       01 LineaTrabajo.
           88 FinTrabajo VALUE HIGH-VALUES.
           02 TRA-TEXTO PIC X(400).
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
       FD RATINGS.
       01 RegistroRating.
           02 RAT-NOMBRE PIC X(15).
           02 RAT-VALOR PIC S9(5).
           02 RAT-MAXIMO PIC S9(5).
           02 RAT-JORNADAS PIC 9(5).
           02 RAT-GANADOS PIC 9(7).
           02 RAT-EMPATADOS PIC 9(7).
           02 RAT-PERDIDOS PIC 9(7).
           02 RAT-ULTIMA-FECHA PIC X(10).
      *> SOLO INTERESA SI EL JUGADOR TIENE UNA SESION PENDIENTE
       FD REVISION.
       01 RegistroRevision.
           88 FinRevision VALUE HIGH-VALUES.
           02 REV-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 REV-FECHA PIC X(10).
           02 FILLER PIC X(1).
           02 REV-ESTADO PIC X(1).
           02 FILLER PIC X(106).
       FD GENERACIONES.
       01 RegistroGeneracion.
           88 FinGeneraciones VALUE HIGH-VALUES.
           02 GEN-NOMBRE-ARCHIVO PIC X(40).
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
       FD BITACORA.
       01 LineaBitacora PIC X(100).
       FD CERTIFICADO.
       01 LineaCertificado PIC X(80).

       WORKING-STORAGE SECTION.
       01 ControlSupresion.
           02 WS-ARCHIVO-STATUS PIC XX VALUES "00".
           02 WS-TRABAJO-STATUS PIC XX VALUES "00".
           02 WS-PADRON-STATUS PIC XX VALUES "00".
           02 WS-MAESTRO-STATUS PIC XX VALUES "00".
           02 WS-RATINGS-STATUS PIC XX VALUES "00".
           02 WS-REVISION-STATUS PIC XX VALUES "00".
           02 WS-GENERACIONES-STATUS PIC XX VALUES "00".
           02 WS-CONTROLEDIT-STATUS PIC XX VALUES "00".
           02 WS-BITACORA-STATUS PIC XX VALUES "00".
           02 WS-CERTIFICADO-STATUS PIC XX VALUES "00".
           02 WS-ARCHIVO-NOMBRE PIC X(40) VALUES SPACES.
           02 WS-CERTIFICADO-NOMBRE PIC X(40) VALUES SPACES.
           02 NOMBRE-BUSCADO PIC X(15) VALUES SPACES.
           02 NOMBRE-SEUDONIMO PIC X(15) VALUES SPACES.
           02 MODO-SUPRESION PIC X(1) VALUES SPACES.
      *> EL NOMBRE QUE QUEDA EN LOS PARTIDOS DE LAS LLAVES
           02 NOMBRE-EN-LLAVE PIC X(15) VALUES SPACES.
           02 CONFIRMACION PIC X(1) VALUES SPACES.
      *> D DETALLE, R RESUMEN, I FOTOS, T TORNEOS, G RESPALDO,
      *> C TEMPORADAS, L LLAVES, H HISTORIA DEL RATING, S SUSPENSO,
      *> E REGISTRO DE INGRESO
           02 TIPO-ARCHIVO PIC X(1) VALUES SPACES.
           02 LINEA-DEL-JUGADOR PIC X(1) VALUES "N".
           02 SUPRESION-CORTADA PIC X(1) VALUES "N".
           02 MAESTRO-EXISTE PIC X(1) VALUES "N".
           02 PADRON-EXISTE PIC X(1) VALUES "N".
           02 EN-MAESTRO PIC X(1) VALUES "N".
           02 EN-PADRON PIC X(1) VALUES "N".
           02 RATINGS-EXISTE PIC X(1) VALUES "N".
           02 EN-RATINGS PIC X(1) VALUES "N".
           02 TRABAJO-CORRECTO PIC X(1) VALUES "S".
           02 SEUDONIMO-OCUPADO PIC X(1) VALUES "N".
           02 SEUDONIMO-EN-MAESTRO PIC X(1) VALUES "N".
           02 SEUDONIMO-EN-PADRON PIC X(1) VALUES "N".
           02 SEUDONIMO-EN-RATINGS PIC X(1) VALUES "N".
           02 SESIONES-PENDIENTES PIC 9(4) VALUES 0000.
           02 LINEAS-ESCRITAS PIC 9(7) VALUES 0000000.
           02 LINEAS-COPIADAS PIC 9(7) VALUES 0000000.
           02 REGISTROS-CONSERVADOS PIC 9(7) VALUES 0000000.
           02 CUENTA-PIE PIC 9(7) VALUES 0000000.
           02 TOTAL-CAMBIADAS PIC 9(7) VALUES 0000000.
           02 ARCHIVOS-TOCADOS PIC 9(2) VALUES 00.
           02 CED-LEIDOS-GUARDADO PIC X(7) VALUES SPACES.
           02 CED-RECHAZADOS-GUARDADO PIC X(7) VALUES SPACES.
           02 ACCION-BITACORA PIC X(10) VALUES SPACES.
           02 MOMENTO-BITACORA PIC X(8) VALUES SPACES.
           02 RESULTADO-SUPRESION PIC X(10) VALUES SPACES.
           02 WS-FECHA-CORRIDA PIC X(8) VALUES SPACES.
           02 WS-HORA-CORRIDA PIC X(8) VALUES SPACES.
           02 WS-FECHA-HOY PIC 9(8) VALUES 0.
           02 WS-HORA-AHORA PIC 9(8) VALUES 0.
           02 WS-LINEA-BITACORA PIC X(100) VALUES SPACES.
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 MAE-PUNTOS-EDIT PIC ZZZZZZZ9-.
      *> SEGUIMIENTO DE LA FOTO EN CURSO DE GameSnapshots.txt: UNA
      *> FOTO NUEVA EMPIEZA CUANDO CAMBIA LA FECHA O LA POSICION NO
      *> CRECE (DOS CORRIDAS EL MISMO DIA DEJAN DOS FOTOS SEGUIDAS)
           02 FOTO-FECHA PIC X(8) VALUES SPACES.
           02 FOTO-ULTIMA-POSICION PIC 9(3) VALUES 000.
           02 CORRIMIENTO-FOTO PIC 9(3) VALUES 000.
      *> LO MISMO PARA CADA TEMPORADA DE GameSeasons.txt, QUE SE
      *> RECONOCE POR SU ID
           02 TEMPORADA-EN-CURSO PIC X(8) VALUES SPACES.
           02 CORRIMIENTO-TEMPORADA PIC 9(3) VALUES 000.
      *> IMAGENES GUARDADAS PARA DAR DE ALTA EL SEUDONIMO
       01 PadronGuardado.
           02 GUP-NOMBRE PIC X(15).
           02 GUP-FECHA-ALTA PIC X(10).
           02 GUP-ESTADO PIC X(1).
           02 GUP-EQUIPO PIC X(4).
       01 MaestroGuardado.
           02 GUM-NOMBRE PIC X(15).
           02 GUM-ACIERTOS PIC 9(7).
           02 GUM-ERRORES PIC 9(7).
           02 GUM-PUNTOS PIC S9(8).
           02 GUM-ULTIMA-POSICION PIC 9(9).
       01 RatingGuardado.
           02 GUR-NOMBRE PIC X(15).
           02 GUR-VALOR PIC S9(5).
           02 GUR-MAXIMO PIC S9(5).
           02 GUR-JORNADAS PIC 9(5).
           02 GUR-GANADOS PIC 9(7).
           02 GUR-EMPATADOS PIC 9(7).
           02 GUR-PERDIDOS PIC 9(7).
           02 GUR-ULTIMA-FECHA PIC X(10).
      *> LAS GENERACIONES DE RESPALDO QUE LISTA GameBackGens.txt,
      *> COMO EN gameback
       01 TablaGeneraciones.
           02 TOTAL-GENERACIONES PIC 9(2) VALUES 00.
           02 GEN-ENTRY OCCURS 20 TIMES.
               03 GEN-NOMBRE PIC X(40).
           02 IDX-GEN PIC 9(2) VALUES 00.
      *> UNA ENTRADA DEL CERTIFICADO POR ARCHIVO: LINEAS LEIDAS,
      *> LINEAS DEL JUGADOR (QUITADAS O ANONIMIZADAS) Y AJUSTES
      *> (PUESTOS CORRIDOS EN LAS FOTOS Y LAS TEMPORADAS, PIE DE UN
      *> RESPALDO, ACEPTADOS DE LA EDICION)
       01 TablaCertificado.
           02 TOTAL-CERTIFICADO PIC 9(2) VALUES 00.
           02 CERTIFICADO-ENTRY OCCURS 40 TIMES.
               03 CER-ARCHIVO PIC X(36).
               03 CER-ESTADO PIC X(10).
               03 CER-LEIDOS PIC 9(7).
               03 CER-CAMBIADOS PIC 9(7).
               03 CER-AJUSTES PIC 9(7).
           02 IDX-CER PIC 9(2) VALUES 00.

       PROCEDURE DIVISION.
           DISPLAY "SUPRESION DE UN JUGADOR EN TODOS LOS ARCHIVOS"
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRIDA FROM TIME

           DISPLAY "NOMBRE DEL JUGADOR A SUPRIMIR: "
           ACCEPT NOMBRE-BUSCADO
           IF NOMBRE-BUSCADO = SPACES THEN
               DISPLAY "SIN NOMBRE; NADA QUE SUPRIMIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "B = BORRAR TODAS SUS LINEAS"
           DISPLAY "A = ANONIMIZAR (SUS LINEAS QUEDAN CON UN"
               " SEUDONIMO)"
           DISPLAY "MODO: "
           ACCEPT MODO-SUPRESION
           IF MODO-SUPRESION NOT = "B" AND MODO-SUPRESION NOT = "A"
               THEN
               DISPLAY "MODO INVALIDO; NADA QUE SUPRIMIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODO-SUPRESION = "A" THEN
               MOVE "ANONIMIZAR" TO ACCION-BITACORA
               DISPLAY "SEUDONIMO (EN BLANCO SE ARMA UNO CON LA FECHA"
                   " Y LA HORA): "
               ACCEPT NOMBRE-SEUDONIMO
               IF NOMBRE-SEUDONIMO = SPACES THEN
                   STRING "ANON-" DELIMITED BY SIZE
                       WS-FECHA-CORRIDA(3:6) DELIMITED BY SIZE
                       WS-HORA-CORRIDA(1:4) DELIMITED BY SIZE
                       INTO NOMBRE-SEUDONIMO
               END-IF
               IF NOMBRE-SEUDONIMO = NOMBRE-BUSCADO THEN
                   DISPLAY "EL SEUDONIMO ES EL MISMO NOMBRE; NADA QUE"
                       " ANONIMIZAR"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE NOMBRE-SEUDONIMO TO NOMBRE-EN-LLAVE
           ELSE
               MOVE "SUPRIMIR" TO ACCION-BITACORA
               MOVE "*SUPRIMIDO*" TO NOMBRE-EN-LLAVE
           END-IF

           PERFORM VERIFICAR-REVISION
           IF SESIONES-PENDIENTES > 0 THEN
               DISPLAY NOMBRE-BUSCADO " TIENE " SESIONES-PENDIENTES
                   " SESION(ES) RETENIDA(S) EN GameReview.txt;"
               DISPLAY "PRIMERO SE LIBERAN O SE ANULAN CON gamereview"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFICAR-INDEXADOS
           IF SEUDONIMO-OCUPADO = "S" THEN
               DISPLAY "EL SEUDONIMO " NOMBRE-SEUDONIMO " YA EXISTE"
                   " JUNTO CON " NOMBRE-BUSCADO " EN EL MAESTRO, EN EL"
                   " PADRON O EN LOS RATINGS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SEUDONIMO-EN-MAESTRO = "S" OR SEUDONIMO-EN-PADRON = "S"
               OR SEUDONIMO-EN-RATINGS = "S" THEN
               DISPLAY "AVISO: EL SEUDONIMO " NOMBRE-SEUDONIMO " YA"
                   " ESTA (MAESTRO " SEUDONIMO-EN-MAESTRO " PADRON "
                   SEUDONIMO-EN-PADRON " RATINGS " SEUDONIMO-EN-RATINGS
                   "); UNA CORRIDA ANTERIOR YA LOS TRATO Y NO SE"
                   " VUELVEN A TOCAR"
           END-IF
           IF EN-MAESTRO = "N" AND EN-PADRON = "N"
               AND EN-RATINGS = "N" THEN
               DISPLAY "AVISO: " NOMBRE-BUSCADO " NO ESTA EN EL"
                   " MAESTRO, EL PADRON NI LOS RATINGS; SE RECORREN"
                   " IGUAL LOS ARCHIVOS"
           END-IF
           PERFORM CARGAR-GENERACIONES

           DISPLAY "JUGADOR:      " NOMBRE-BUSCADO
           IF MODO-SUPRESION = "A" THEN
               DISPLAY "MODO:         ANONIMIZAR COMO "
                   NOMBRE-SEUDONIMO
           ELSE
               DISPLAY "MODO:         BORRAR TODAS SUS LINEAS"
           END-IF
           DISPLAY "EN EL MAESTRO: " EN-MAESTRO "  EN EL PADRON: "
               EN-PADRON "  EN LOS RATINGS: " EN-RATINGS
               "  RESPALDOS: " TOTAL-GENERACIONES
           DISPLAY "EL CAMBIO NO SE PUEDE DESHACER, TAMPOCO DESDE UN"
               " RESPALDO. CONFIRMA (S/N): "
           ACCEPT CONFIRMACION
           IF CONFIRMACION NOT = "S" THEN
               DISPLAY "SUPRESION CANCELADA"
               STOP RUN
           END-IF

           PERFORM ABRIR-BITACORA

      *> PRIMERO LOS ARCHIVOS DE TEXTO, EMPEZANDO POR EL CRUDO DEL
      *> QUE SALE EL DIARIO; LOS INDEXADOS AL FINAL
           MOVE "D" TO TIPO-ARCHIVO
           MOVE "Game.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "GameValid.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           IF MODO-SUPRESION = "B" AND SUPRESION-CORTADA = "N" THEN
               PERFORM CONTAR-VALIDOS
           END-IF
           MOVE "GameHistory.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "GameVoided.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "R" TO TIPO-ARCHIVO
           MOVE "GameHistSummary.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "GameReview.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "I" TO TIPO-ARCHIVO
           MOVE "GameSnapshots.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "C" TO TIPO-ARCHIVO
           MOVE "GameSeasons.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "T" TO TIPO-ARCHIVO
           MOVE "GameTournaments.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "L" TO TIPO-ARCHIVO
           MOVE "GameBrackets.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "H" TO TIPO-ARCHIVO
           MOVE "GameRatingHist.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "S" TO TIPO-ARCHIVO
           MOVE "GameSuspense.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "E" TO TIPO-ARCHIVO
           MOVE "GameIntake.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM TRATAR-ARCHIVO
           MOVE "G" TO TIPO-ARCHIVO
           PERFORM VARYING IDX-GEN FROM 1 BY 1
               UNTIL IDX-GEN > TOTAL-GENERACIONES
               MOVE GEN-NOMBRE(IDX-GEN) TO WS-ARCHIVO-NOMBRE
               PERFORM TRATAR-ARCHIVO
           END-PERFORM
           PERFORM TRATAR-PADRON
           PERFORM TRATAR-MAESTRO
           PERFORM TRATAR-RATINGS

           IF SUPRESION-CORTADA = "S" THEN
               MOVE "INCOMPLETA" TO RESULTADO-SUPRESION
           ELSE
               MOVE "COMPLETA" TO RESULTADO-SUPRESION
           END-IF
           PERFORM EMITIR-CERTIFICADO
           PERFORM GRABAR-BITACORA-FIN
           CLOSE BITACORA
           DISPLAY "SUPRESION: " RESULTADO-SUPRESION " LINEAS: "
               TOTAL-CAMBIADAS " ARCHIVOS: " ARCHIVOS-TOCADOS
           DISPLAY "CERTIFICADO: " WS-CERTIFICADO-NOMBRE
           STOP RUN.

      *> UNA SESION EN ESTADO P TODAVIA ESPERA DECISION: SI EL
      *> JUGADOR TIENE ALGUNA, LA SUPRESION NO SIGUE. SIN ARCHIVO DE
      *> REVISION NO HAY NADA RETENIDO
       VERIFICAR-REVISION.
           MOVE 0 TO SESIONES-PENDIENTES
           OPEN INPUT REVISION
           IF WS-REVISION-STATUS = "00" THEN
               READ REVISION
               AT END SET FinRevision TO TRUE
               END-READ
               PERFORM UNTIL FinRevision
                   IF REV-NOMBRE = NOMBRE-BUSCADO
                       AND REV-ESTADO = "P" THEN
                       ADD 1 TO SESIONES-PENDIENTES
                   END-IF
                   READ REVISION
                   AT END SET FinRevision TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REVISION
           ELSE
               IF WS-REVISION-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO GameReview.txt, STATUS "
                       WS-REVISION-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> SI EL JUGADOR ESTA EN EL MAESTRO, EN EL PADRON Y EN LOS
      *> RATINGS Y, AL ANONIMIZAR, SI EL SEUDONIMO YA ESTA EN CADA
      *> UNO. EL SEUDONIMO SOLO ESTA OCUPADO SI CONVIVE CON EL NOMBRE
      *> EN EL MISMO ARCHIVO; SOLO, ES UNA CORRIDA ANTERIOR QUE YA
      *> TRATO ESE ARCHIVO. CUALQUIERA PUEDE NO EXISTIR TODAVIA
       VERIFICAR-INDEXADOS.
           MOVE "N" TO EN-MAESTRO
           MOVE "N" TO EN-PADRON
           MOVE "N" TO EN-RATINGS
           MOVE "N" TO SEUDONIMO-OCUPADO
           MOVE "N" TO SEUDONIMO-EN-MAESTRO
           MOVE "N" TO SEUDONIMO-EN-PADRON
           MOVE "N" TO SEUDONIMO-EN-RATINGS
           OPEN INPUT MAESTRO
           IF WS-MAESTRO-STATUS = "00" THEN
               MOVE "S" TO MAESTRO-EXISTE
               MOVE NOMBRE-BUSCADO TO MAE-NOMBRE
               READ MAESTRO
                   INVALID KEY
                       MOVE "N" TO EN-MAESTRO
                   NOT INVALID KEY
                       MOVE "S" TO EN-MAESTRO
                       MOVE MAE-PUNTOS TO MAE-PUNTOS-EDIT
                       DISPLAY "MAESTRO: ACIERTOS " MAE-ACIERTOS
                           " ERRORES " MAE-ERRORES " PUNTOS "
                           MAE-PUNTOS-EDIT
               END-READ
               IF MODO-SUPRESION = "A" THEN
                   MOVE NOMBRE-SEUDONIMO TO MAE-NOMBRE
                   READ MAESTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO SEUDONIMO-EN-MAESTRO
                   END-READ
               END-IF
               CLOSE MAESTRO
           ELSE
               IF WS-MAESTRO-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                       WS-MAESTRO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT PADRON
           IF WS-PADRON-STATUS = "00" THEN
               MOVE "S" TO PADRON-EXISTE
               MOVE NOMBRE-BUSCADO TO PAD-NOMBRE
               READ PADRON
                   INVALID KEY
                       MOVE "N" TO EN-PADRON
                   NOT INVALID KEY
                       MOVE "S" TO EN-PADRON
               END-READ
               IF MODO-SUPRESION = "A" THEN
                   MOVE NOMBRE-SEUDONIMO TO PAD-NOMBRE
                   READ PADRON
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO SEUDONIMO-EN-PADRON
                   END-READ
               END-IF
               CLOSE PADRON
           ELSE
               IF WS-PADRON-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO GamePlayers.dat, STATUS "
                       WS-PADRON-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT RATINGS
           IF WS-RATINGS-STATUS = "00" THEN
               MOVE "S" TO RATINGS-EXISTE
               MOVE NOMBRE-BUSCADO TO RAT-NOMBRE
               READ RATINGS
                   INVALID KEY
                       MOVE "N" TO EN-RATINGS
                   NOT INVALID KEY
                       MOVE "S" TO EN-RATINGS
               END-READ
               IF MODO-SUPRESION = "A" THEN
                   MOVE NOMBRE-SEUDONIMO TO RAT-NOMBRE
                   READ RATINGS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO SEUDONIMO-EN-RATINGS
                   END-READ
               END-IF
               CLOSE RATINGS
           ELSE
               IF WS-RATINGS-STATUS NOT = "35" THEN
                   DISPLAY "ERROR ABRIENDO GameRatings.dat, STATUS "
                       WS-RATINGS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF (EN-MAESTRO = "S" AND SEUDONIMO-EN-MAESTRO = "S")
               OR (EN-PADRON = "S" AND SEUDONIMO-EN-PADRON = "S")
               OR (EN-RATINGS = "S" AND SEUDONIMO-EN-RATINGS = "S")
               THEN
               MOVE "S" TO SEUDONIMO-OCUPADO
           END-IF.

      *> LA LISTA DE GENERACIONES DE RESPALDO, IGUAL QUE EN gameback
       CARGAR-GENERACIONES.
           MOVE 0 TO TOTAL-GENERACIONES
           OPEN INPUT GENERACIONES
           IF WS-GENERACIONES-STATUS = "00" THEN
               READ GENERACIONES
               AT END SET FinGeneraciones TO TRUE
               END-READ
               PERFORM UNTIL FinGeneraciones
                   IF GEN-NOMBRE-ARCHIVO NOT = SPACES
                       AND TOTAL-GENERACIONES < 20 THEN
                       ADD 1 TO TOTAL-GENERACIONES
                       MOVE GEN-NOMBRE-ARCHIVO
                           TO GEN-NOMBRE(TOTAL-GENERACIONES)
                   END-IF
                   READ GENERACIONES
                   AT END SET FinGeneraciones TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GENERACIONES
           END-IF.

      *> LA MISMA BITACORA DEL MANTENIMIENTO DEL MAESTRO, EN EXTEND
       ABRIR-BITACORA.
           OPEN EXTEND BITACORA
           IF WS-BITACORA-STATUS = "35" THEN
               OPEN OUTPUT BITACORA
           END-IF
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameMaintLog.txt, STATUS "
                   WS-BITACORA-STATUS "; NO SE SUPRIME NADA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> RECORRE UN ARCHIVO DE TEXTO (WS-ARCHIVO-NOMBRE, CON EL
      *> DIBUJO DE TIPO-ARCHIVO) COPIANDO A GameEraseWork.txt; SI
      *> ALGUNA LINEA ERA DEL JUGADOR EL ARCHIVO SE REESCRIBE DESDE LA
      *> COPIA. UN ARCHIVO QUE NO EXISTE NO ES ERROR. DESPUES DE UN
      *> ERROR YA NO SE TOCA NINGUN ARCHIVO MAS
       TRATAR-ARCHIVO.
           PERFORM ABRIR-ENTRADA-CERTIFICADO
           IF SUPRESION-CORTADA = "S" THEN
               MOVE "NO TRATADO" TO CER-ESTADO(IDX-CER)
           ELSE
           OPEN INPUT ARCHIVO
           IF WS-ARCHIVO-STATUS = "35" THEN
               MOVE "NO EXISTE" TO CER-ESTADO(IDX-CER)
           ELSE
           IF WS-ARCHIVO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-ARCHIVO-NOMBRE " STATUS "
                   WS-ARCHIVO-STATUS
               PERFORM CORTAR-SUPRESION
           ELSE
               OPEN OUTPUT TRABAJO
               IF WS-TRABAJO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO GameEraseWork.txt, STATUS "
                       WS-TRABAJO-STATUS
                   CLOSE ARCHIVO
                   PERFORM CORTAR-SUPRESION
               ELSE
                   MOVE 0 TO LINEAS-ESCRITAS
                   MOVE "S" TO TRABAJO-CORRECTO
                   MOVE SPACES TO FOTO-FECHA
                   MOVE 0 TO FOTO-ULTIMA-POSICION
                   MOVE 0 TO CORRIMIENTO-FOTO
                   MOVE SPACES TO TEMPORADA-EN-CURSO
                   MOVE 0 TO CORRIMIENTO-TEMPORADA
                   READ ARCHIVO
                   AT END SET FinArchivo TO TRUE
                   END-READ
                   PERFORM UNTIL FinArchivo OR TRABAJO-CORRECTO = "N"
                       PERFORM CLASIFICAR-LINEA
                       READ ARCHIVO
                       AT END SET FinArchivo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO
                   CLOSE TRABAJO
                   IF WS-TRABAJO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO GameEraseWork.txt,"
                           " STATUS " WS-TRABAJO-STATUS
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF TRABAJO-CORRECTO = "N" THEN
                       DISPLAY WS-ARCHIVO-NOMBRE " NO SE TOCO"
                       PERFORM CORTAR-SUPRESION
                   ELSE
                   IF CER-CAMBIADOS(IDX-CER) = 0 THEN
                       MOVE "SIN CAMBIO" TO CER-ESTADO(IDX-CER)
                   ELSE
                       PERFORM REESCRIBIR-ARCHIVO
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY WS-ARCHIVO-NOMBRE " " CER-ESTADO(IDX-CER)
               " LEIDAS=" CER-LEIDOS(IDX-CER)
               " DEL JUGADOR=" CER-CAMBIADOS(IDX-CER).

      *> UNA LINEA ES DEL JUGADOR SI SU CAMPO NOMBRE ES EL BUSCADO;
      *> EN LAS NOMINAS SOLO CUENTAN LAS LINEAS JUGADOR, EN LOS
      *> RESPALDOS SOLO LAS DET Y EN EL REGISTRO DE INGRESO SOLO LAS
      *> F Y R. EN LAS LLAVES Y EN EL SUSPENSO EL NOMBRE PUEDE ESTAR
      *> EN MAS DE UN CAMPO. AL BORRAR, LA LINEA NO PASA A LA COPIA
      *> (SALVO EN LAS LLAVES, QUE PASAN CON *SUPRIMIDO*); AL
      *> ANONIMIZAR PASA CON EL SEUDONIMO
       CLASIFICAR-LINEA.
           ADD 1 TO CER-LEIDOS(IDX-CER)
           MOVE "N" TO LINEA-DEL-JUGADOR
           IF TIPO-ARCHIVO = "D" AND LID-NOMBRE = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LID-NOMBRE
           END-IF
           IF TIPO-ARCHIVO = "R" AND LIR-NOMBRE = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LIR-NOMBRE
           END-IF
           IF TIPO-ARCHIVO = "I" THEN
               PERFORM SEGUIR-FOTO
               IF LII-NOMBRE = NOMBRE-BUSCADO THEN
                   MOVE "S" TO LINEA-DEL-JUGADOR
                   MOVE NOMBRE-SEUDONIMO TO LII-NOMBRE
               END-IF
           END-IF
           IF TIPO-ARCHIVO = "T" AND LIT-TIPO = "JUGADOR"
               AND LIT-NOMBRE = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LIT-NOMBRE
           END-IF
           IF TIPO-ARCHIVO = "G" AND LRD-TIPO = "DET"
               AND LRD-NOMBRE = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LRD-NOMBRE
           END-IF
           IF TIPO-ARCHIVO = "C" THEN
               PERFORM SEGUIR-TEMPORADA
               IF LIC-NOMBRE = NOMBRE-BUSCADO THEN
                   MOVE "S" TO LINEA-DEL-JUGADOR
                   MOVE NOMBRE-SEUDONIMO TO LIC-NOMBRE
               END-IF
           END-IF
           IF TIPO-ARCHIVO = "L" THEN
               PERFORM CAMBIAR-LLAVE
           END-IF
           IF TIPO-ARCHIVO = "H" AND LIH-NOMBRE = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LIH-NOMBRE
           END-IF
           IF TIPO-ARCHIVO = "S" THEN
               PERFORM CAMBIAR-SUSPENSO
           END-IF
           IF TIPO-ARCHIVO = "E"
               AND (LIE-RESULTADO = "F" OR LIE-RESULTADO = "R")
               AND LIE-NOMBRE = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LIE-NOMBRE
           END-IF
           IF LINEA-DEL-JUGADOR = "S" THEN
               ADD 1 TO CER-CAMBIADOS(IDX-CER)
               IF MODO-SUPRESION = "A" OR TIPO-ARCHIVO = "L" THEN
                   PERFORM ESCRIBIR-TRABAJO
               ELSE
                   IF TIPO-ARCHIVO = "I" THEN
                       ADD 1 TO CORRIMIENTO-FOTO
                   END-IF
                   IF TIPO-ARCHIVO = "C" THEN
                       ADD 1 TO CORRIMIENTO-TEMPORADA
                   END-IF
               END-IF
           ELSE
               IF TIPO-ARCHIVO = "I" AND CORRIMIENTO-FOTO > 0
                   AND LII-POSICION IS NUMERIC THEN
                   SUBTRACT CORRIMIENTO-FOTO FROM LII-POSICION-NUM
                   ADD 1 TO CER-AJUSTES(IDX-CER)
               END-IF
               IF TIPO-ARCHIVO = "C" AND CORRIMIENTO-TEMPORADA > 0 THEN
                   PERFORM CORRER-PUESTO-TEMPORADA
               END-IF
               IF TIPO-ARCHIVO = "G" AND LRP-TIPO = "PIE"
                   AND MODO-SUPRESION = "B" THEN
                   PERFORM CORREGIR-PIE-RESPALDO
               END-IF
               PERFORM ESCRIBIR-TRABAJO
           END-IF.

       ESCRIBIR-TRABAJO.
           WRITE LineaTrabajo FROM LineaArchivo
           IF WS-TRABAJO-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO GameEraseWork.txt, STATUS "
                   WS-TRABAJO-STATUS
               MOVE "N" TO TRABAJO-CORRECTO
           ELSE
               ADD 1 TO LINEAS-ESCRITAS
           END-IF.

      *> UN PARTIDO ES DEL JUGADOR SI JUEGA DE UN LADO O LO GANO; CADA
      *> CAMPO CON SU NOMBRE PASA A NOMBRE-EN-LLAVE
       CAMBIAR-LLAVE.
           IF LIL-JUGADOR-A = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-EN-LLAVE TO LIL-JUGADOR-A
           END-IF
           IF LIL-JUGADOR-B = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-EN-LLAVE TO LIL-JUGADOR-B
           END-IF
           IF LIL-GANADOR = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-EN-LLAVE TO LIL-GANADOR
           END-IF.

      *> UNA ENTRADA DEL SUSPENSO ES DEL JUGADOR SI CUALQUIERA DE SUS
      *> TRES IMAGENES LLEVA SU NOMBRE, O SI SE RECHAZO POR EL CAMPO
      *> NOMBRE CON SU NOMBRE COMO VALOR. AL ANONIMIZAR CAMBIAN TODOS
      *> ESOS CAMPOS
       CAMBIAR-SUSPENSO.
           IF LIS-NOMBRE-ORIGINAL = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LIS-NOMBRE-ORIGINAL
           END-IF
           IF LIS-NOMBRE-ACTUAL = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LIS-NOMBRE-ACTUAL
           END-IF
           IF LIS-NOMBRE-CORREGIDO = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LIS-NOMBRE-CORREGIDO
           END-IF
           IF LIS-CAMPO = "NOMBRE" AND LIS-VALOR = NOMBRE-BUSCADO THEN
               MOVE "S" TO LINEA-DEL-JUGADOR
               MOVE NOMBRE-SEUDONIMO TO LIS-VALOR
           END-IF.

      *> LA POSICION ORIGINAL DE CADA LINEA DICE SI SIGUE LA MISMA
      *> FOTO; EN UNA FOTO NUEVA NO HAY NADA QUE CORRER TODAVIA
       SEGUIR-FOTO.
           IF LII-POSICION IS NUMERIC THEN
               IF LII-FECHA NOT = FOTO-FECHA
                   OR LII-POSICION-NUM NOT > FOTO-ULTIMA-POSICION THEN
                   MOVE LII-FECHA TO FOTO-FECHA
                   MOVE 0 TO CORRIMIENTO-FOTO
               END-IF
               MOVE LII-POSICION-NUM TO FOTO-ULTIMA-POSICION
           END-IF.

      *> EN GameSeasons.txt CADA TEMPORADA CERRADA ES UN BLOQUE CON SU
      *> ID; EL CORRIMIENTO EMPIEZA DE NUEVO EN CADA UNA
       SEGUIR-TEMPORADA.
           IF LIC-ID NOT = TEMPORADA-EN-CURSO THEN
               MOVE LIC-ID TO TEMPORADA-EN-CURSO
               MOVE 0 TO CORRIMIENTO-TEMPORADA
           END-IF.

      *> EL PUESTO 1000 SE ARCHIVA EN BLANCO PORQUE NO ENTRA EN TRES
      *> DIGITOS; SI SUBE, YA ENTRA
       CORRER-PUESTO-TEMPORADA.
           IF LIC-POSICION IS NUMERIC THEN
               SUBTRACT CORRIMIENTO-TEMPORADA FROM LIC-POSICION-NUM
               ADD 1 TO CER-AJUSTES(IDX-CER)
           ELSE
               IF LIC-POSICION = SPACES THEN
                   COMPUTE LIC-POSICION-NUM =
                       1000 - CORRIMIENTO-TEMPORADA
                   ADD 1 TO CER-AJUSTES(IDX-CER)
               END-IF
           END-IF.

      *> EL PIE VA DESPUES DE TODOS LOS DET: SE LE DESCUENTAN LOS
      *> QUE SE QUITARON DE ESTE RESPALDO. UN PIE ILEGIBLE O MENOR
      *> QUE LO QUITADO SE DEJA COMO ESTA (EL RESPALDO YA ESTABA MAL
      *> Y LA RESTAURACION LO VA A RECHAZAR IGUAL)
       CORREGIR-PIE-RESPALDO.
           IF CER-CAMBIADOS(IDX-CER) > 0
               AND LRP-CUENTA IS NUMERIC THEN
               MOVE LRP-CUENTA TO CUENTA-PIE
               IF CUENTA-PIE NOT < CER-CAMBIADOS(IDX-CER) THEN
                   SUBTRACT CER-CAMBIADOS(IDX-CER) FROM CUENTA-PIE
                   MOVE CUENTA-PIE TO LRP-CUENTA
                   ADD 1 TO CER-AJUSTES(IDX-CER)
               ELSE
                   DISPLAY "AVISO: EL PIE DE " WS-ARCHIVO-NOMBRE
                       " NO CUADRA; SE DEJA COMO ESTA"
               END-IF
           END-IF.

      *> VUELVE LA COPIA AL ARCHIVO, CONTROLANDO CADA GRABACION, EL
      *> CIERRE Y QUE PASEN TODAS LAS LINEAS DE LA COPIA
       REESCRIBIR-ARCHIVO.
           MOVE 0 TO LINEAS-COPIADAS
           OPEN INPUT TRABAJO
           IF WS-TRABAJO-STATUS NOT = "00" THEN
               DISPLAY "ERROR REABRIENDO GameEraseWork.txt, STATUS "
                   WS-TRABAJO-STATUS "; " WS-ARCHIVO-NOMBRE
                   " NO SE TOCO"
               PERFORM CORTAR-SUPRESION
           ELSE
               OPEN OUTPUT ARCHIVO
               IF WS-ARCHIVO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR REABRIENDO " WS-ARCHIVO-NOMBRE
                       " STATUS " WS-ARCHIVO-STATUS
                   DISPLAY "EL CONTENIDO NUEVO QUEDA EN"
                       " GameEraseWork.txt"
                   CLOSE TRABAJO
                   PERFORM CORTAR-SUPRESION
               ELSE
                   READ TRABAJO
                   AT END SET FinTrabajo TO TRUE
                   END-READ
                   PERFORM UNTIL FinTrabajo OR TRABAJO-CORRECTO = "N"
                       WRITE LineaArchivo FROM LineaTrabajo
                       IF WS-ARCHIVO-STATUS NOT = "00" THEN
                           DISPLAY "ERROR REESCRIBIENDO "
                               WS-ARCHIVO-NOMBRE " STATUS "
                               WS-ARCHIVO-STATUS
                           MOVE "N" TO TRABAJO-CORRECTO
                       ELSE
                           ADD 1 TO LINEAS-COPIADAS
                       END-IF
                       READ TRABAJO
                       AT END SET FinTrabajo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE TRABAJO
                   CLOSE ARCHIVO
                   IF WS-ARCHIVO-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO " WS-ARCHIVO-NOMBRE
                           " STATUS " WS-ARCHIVO-STATUS
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF LINEAS-COPIADAS NOT = LINEAS-ESCRITAS THEN
                       MOVE "N" TO TRABAJO-CORRECTO
                   END-IF
                   IF TRABAJO-CORRECTO = "N" THEN
                       DISPLAY WS-ARCHIVO-NOMBRE " PUEDE HABER QUEDADO"
                           " INCOMPLETO; EL CONTENIDO NUEVO QUEDA EN"
                           " GameEraseWork.txt"
                       PERFORM CORTAR-SUPRESION
                   ELSE
                       MOVE "TRATADO" TO CER-ESTADO(IDX-CER)
                       ADD CER-CAMBIADOS(IDX-CER) TO TOTAL-CAMBIADAS
                       ADD 1 TO ARCHIVOS-TOCADOS
                   END-IF
               END-IF
           END-IF.

      *> AL BORRAR, EL ACEPTADOS DEL CONTROL DE LA EDICION SE TOMA
      *> SIEMPRE DE CONTAR GameValid.txt COMO QUEDO, AUNQUE ESTA
      *> PASADA NO HAYA QUITADO NADA: ASI UNA SUPRESION QUE SE CORTO
      *> DESPUES DE REESCRIBIR EL DIARIO Y SE VUELVE A CORRER DEJA EL
      *> CUADRE BIEN. SIN DIARIO NO HAY CONTROL QUE AJUSTAR
       CONTAR-VALIDOS.
           MOVE 0 TO REGISTROS-CONSERVADOS
           OPEN INPUT ARCHIVO
           IF WS-ARCHIVO-STATUS NOT = "35" THEN
               IF WS-ARCHIVO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO GameValid.txt PARA CONTARLO,"
                       " STATUS " WS-ARCHIVO-STATUS
                   PERFORM CORTAR-SUPRESION
               ELSE
                   READ ARCHIVO
                   AT END SET FinArchivo TO TRUE
                   END-READ
                   PERFORM UNTIL FinArchivo
                       ADD 1 TO REGISTROS-CONSERVADOS
                       READ ARCHIVO
                       AT END SET FinArchivo TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO
                   PERFORM ACTUALIZAR-CONTROL-EDICION
               END-IF
           END-IF.

      *> REESCRIBE EL REGISTRO DE CONTROL DEL PASO DE EDICION CON EL
      *> ACEPTADOS QUE QUEDO EN EL DIARIO, MISMA LOGICA QUE LA
      *> DEPURACION Y LA ANULACION DE gamereview
       ACTUALIZAR-CONTROL-EDICION.
           MOVE "GameEditControl.txt" TO WS-ARCHIVO-NOMBRE
           PERFORM ABRIR-ENTRADA-CERTIFICADO
           OPEN INPUT CONTROLEDIT
           IF WS-CONTROLEDIT-STATUS = "00" THEN
               READ CONTROLEDIT
                   AT END
                       MOVE "0000000" TO CED-LEIDOS-GUARDADO
                       MOVE "0000000" TO CED-RECHAZADOS-GUARDADO
                   NOT AT END
                       MOVE 1 TO CER-LEIDOS(IDX-CER)
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
               PERFORM CORTAR-SUPRESION
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
                   PERFORM CORTAR-SUPRESION
               ELSE
                   CLOSE CONTROLEDIT
                   IF WS-CONTROLEDIT-STATUS NOT = "00" THEN
                       DISPLAY "ERROR CERRANDO GameEditControl.txt,"
                           " STATUS " WS-CONTROLEDIT-STATUS
                       PERFORM CORTAR-SUPRESION
                   ELSE
                       MOVE "TRATADO" TO CER-ESTADO(IDX-CER)
                       MOVE 1 TO CER-AJUSTES(IDX-CER)
                       DISPLAY "REGISTRO DE CONTROL DE LA EDICION"
                           " ACTUALIZADO: ACEPTADOS="
                           REGISTROS-CONSERVADOS
                   END-IF
               END-IF
           END-IF.

      *> EL PADRON: AL BORRAR SE DA DE BAJA EL REGISTRO; AL
      *> ANONIMIZAR SE DA DE BAJA Y SE VUELVE A DAR DE ALTA CON EL
      *> SEUDONIMO Y LOS MISMOS DATOS (FECHA DE ALTA, ESTADO, EQUIPO),
      *> PARA QUE LA EDICION SIGA ACEPTANDO SUS JUGADAS
       TRATAR-PADRON.
           MOVE "GamePlayers.dat" TO WS-ARCHIVO-NOMBRE
           PERFORM ABRIR-ENTRADA-CERTIFICADO
           IF SUPRESION-CORTADA = "S" THEN
               MOVE "NO TRATADO" TO CER-ESTADO(IDX-CER)
           ELSE
           IF PADRON-EXISTE = "N" THEN
               MOVE "NO EXISTE" TO CER-ESTADO(IDX-CER)
           ELSE
           OPEN I-O PADRON
           IF WS-PADRON-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GamePlayers.dat, STATUS "
                   WS-PADRON-STATUS
               PERFORM CORTAR-SUPRESION
           ELSE
               MOVE NOMBRE-BUSCADO TO PAD-NOMBRE
               READ PADRON
                   INVALID KEY
                       IF SEUDONIMO-EN-PADRON = "S" THEN
                           MOVE "YA TRATADO" TO CER-ESTADO(IDX-CER)
                       ELSE
                           MOVE "SIN CAMBIO" TO CER-ESTADO(IDX-CER)
                       END-IF
                   NOT INVALID KEY
                       MOVE 1 TO CER-LEIDOS(IDX-CER)
                       MOVE RegistroPadron TO PadronGuardado
                       PERFORM CAMBIAR-PADRON
               END-READ
               CLOSE PADRON
           END-IF
           END-IF
           END-IF
           DISPLAY WS-ARCHIVO-NOMBRE " " CER-ESTADO(IDX-CER).

       CAMBIAR-PADRON.
           DELETE PADRON RECORD
               INVALID KEY
                   DISPLAY "ERROR DANDO DE BAJA EN EL PADRON, STATUS "
                       WS-PADRON-STATUS
                   PERFORM CORTAR-SUPRESION
               NOT INVALID KEY
                   MOVE 1 TO CER-CAMBIADOS(IDX-CER)
                   MOVE "TRATADO" TO CER-ESTADO(IDX-CER)
           END-DELETE
           IF MODO-SUPRESION = "A"
               AND CER-ESTADO(IDX-CER) = "TRATADO" THEN
               MOVE PadronGuardado TO RegistroPadron
               MOVE NOMBRE-SEUDONIMO TO PAD-NOMBRE
               WRITE RegistroPadron
                   INVALID KEY
                       DISPLAY "ERROR DANDO DE ALTA EL SEUDONIMO EN EL"
                           " PADRON, STATUS " WS-PADRON-STATUS
                       DISPLAY "DATOS A CARGAR CON gameplayers: "
                           NOMBRE-SEUDONIMO " " GUP-FECHA-ALTA " "
                           GUP-ESTADO " " GUP-EQUIPO
                       PERFORM CORTAR-SUPRESION
               END-WRITE
           END-IF
           IF CER-ESTADO(IDX-CER) = "TRATADO" THEN
               ADD 1 TO TOTAL-CAMBIADAS
               ADD 1 TO ARCHIVOS-TOCADOS
           END-IF.

      *> EL MAESTRO, CON IMAGEN EN LA BITACORA COMO EN gamemaint: AL
      *> BORRAR, ANTES Y LA CONSTANCIA DE BORRADO; AL ANONIMIZAR,
      *> ANTES CON EL NOMBRE Y DESPUES CON EL SEUDONIMO (LOS MISMOS
      *> ACUMULADOS Y LA MISMA MARCA DE AGUA)
       TRATAR-MAESTRO.
           MOVE "GameMaster.dat" TO WS-ARCHIVO-NOMBRE
           PERFORM ABRIR-ENTRADA-CERTIFICADO
           IF SUPRESION-CORTADA = "S" THEN
               MOVE "NO TRATADO" TO CER-ESTADO(IDX-CER)
           ELSE
           IF MAESTRO-EXISTE = "N" THEN
               MOVE "NO EXISTE" TO CER-ESTADO(IDX-CER)
           ELSE
           OPEN I-O MAESTRO
           IF WS-MAESTRO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS
               PERFORM CORTAR-SUPRESION
           ELSE
               MOVE NOMBRE-BUSCADO TO MAE-NOMBRE
               READ MAESTRO
                   INVALID KEY
                       IF SEUDONIMO-EN-MAESTRO = "S" THEN
                           MOVE "YA TRATADO" TO CER-ESTADO(IDX-CER)
                       ELSE
                           MOVE "SIN CAMBIO" TO CER-ESTADO(IDX-CER)
                       END-IF
                   NOT INVALID KEY
                       MOVE 1 TO CER-LEIDOS(IDX-CER)
                       MOVE RegistroMaestro TO MaestroGuardado
                       MOVE "ANTES" TO MOMENTO-BITACORA
                       PERFORM GRABAR-BITACORA
                       IF SUPRESION-CORTADA = "N" THEN
                           PERFORM CAMBIAR-MAESTRO
                       END-IF
               END-READ
               CLOSE MAESTRO
           END-IF
           END-IF
           END-IF
           DISPLAY WS-ARCHIVO-NOMBRE " " CER-ESTADO(IDX-CER).

       CAMBIAR-MAESTRO.
           DELETE MAESTRO RECORD
               INVALID KEY
                   DISPLAY "ERROR BORRANDO DEL MAESTRO, STATUS "
                       WS-MAESTRO-STATUS
                   PERFORM CORTAR-SUPRESION
               NOT INVALID KEY
                   MOVE 1 TO CER-CAMBIADOS(IDX-CER)
                   MOVE "TRATADO" TO CER-ESTADO(IDX-CER)
           END-DELETE
           IF CER-ESTADO(IDX-CER) = "TRATADO" THEN
               IF MODO-SUPRESION = "A" THEN
                   MOVE MaestroGuardado TO RegistroMaestro
                   MOVE NOMBRE-SEUDONIMO TO MAE-NOMBRE
                   WRITE RegistroMaestro
                       INVALID KEY
                           DISPLAY "ERROR DANDO DE ALTA EL SEUDONIMO EN"
                               " EL MAESTRO, STATUS " WS-MAESTRO-STATUS
                           MOVE GUM-PUNTOS TO MAE-PUNTOS-EDIT
                           DISPLAY "DATOS A CARGAR CON gamemaint: "
                               NOMBRE-SEUDONIMO " ACIERTOS "
                               GUM-ACIERTOS " ERRORES " GUM-ERRORES
                               " PUNTOS " MAE-PUNTOS-EDIT " MARCA "
                               GUM-ULTIMA-POSICION
                           PERFORM CORTAR-SUPRESION
                       NOT INVALID KEY
                           MOVE "DESPUES" TO MOMENTO-BITACORA
                           PERFORM GRABAR-BITACORA
                   END-WRITE
               ELSE
                   MOVE "BORRADO" TO MOMENTO-BITACORA
                   PERFORM GRABAR-BITACORA-SIN-IMAGEN
               END-IF
           END-IF
           IF CER-ESTADO(IDX-CER) = "TRATADO" THEN
               ADD 1 TO TOTAL-CAMBIADAS
               ADD 1 TO ARCHIVOS-TOCADOS
           END-IF.

      *> LOS RATINGS, IGUAL QUE EL PADRON: AL BORRAR SE DA DE BAJA;
      *> AL ANONIMIZAR SE DA DE BAJA Y DE ALTA CON EL SEUDONIMO Y EL
      *> MISMO RATING, ASI gamerating LO SIGUE DESDE DONDE ESTABA
       TRATAR-RATINGS.
           MOVE "GameRatings.dat" TO WS-ARCHIVO-NOMBRE
           PERFORM ABRIR-ENTRADA-CERTIFICADO
           IF SUPRESION-CORTADA = "S" THEN
               MOVE "NO TRATADO" TO CER-ESTADO(IDX-CER)
           ELSE
           IF RATINGS-EXISTE = "N" THEN
               MOVE "NO EXISTE" TO CER-ESTADO(IDX-CER)
           ELSE
           OPEN I-O RATINGS
           IF WS-RATINGS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameRatings.dat, STATUS "
                   WS-RATINGS-STATUS
               PERFORM CORTAR-SUPRESION
           ELSE
               MOVE NOMBRE-BUSCADO TO RAT-NOMBRE
               READ RATINGS
                   INVALID KEY
                       IF SEUDONIMO-EN-RATINGS = "S" THEN
                           MOVE "YA TRATADO" TO CER-ESTADO(IDX-CER)
                       ELSE
                           MOVE "SIN CAMBIO" TO CER-ESTADO(IDX-CER)
                       END-IF
                   NOT INVALID KEY
                       MOVE 1 TO CER-LEIDOS(IDX-CER)
                       MOVE RegistroRating TO RatingGuardado
                       PERFORM CAMBIAR-RATINGS
               END-READ
               CLOSE RATINGS
           END-IF
           END-IF
           END-IF
           DISPLAY WS-ARCHIVO-NOMBRE " " CER-ESTADO(IDX-CER).

       CAMBIAR-RATINGS.
           DELETE RATINGS RECORD
               INVALID KEY
                   DISPLAY "ERROR DANDO DE BAJA EN LOS RATINGS, STATUS "
                       WS-RATINGS-STATUS
                   PERFORM CORTAR-SUPRESION
               NOT INVALID KEY
                   MOVE 1 TO CER-CAMBIADOS(IDX-CER)
                   MOVE "TRATADO" TO CER-ESTADO(IDX-CER)
           END-DELETE
           IF MODO-SUPRESION = "A"
               AND CER-ESTADO(IDX-CER) = "TRATADO" THEN
               MOVE RatingGuardado TO RegistroRating
               MOVE NOMBRE-SEUDONIMO TO RAT-NOMBRE
               WRITE RegistroRating
                   INVALID KEY
                       DISPLAY "ERROR DANDO DE ALTA EL SEUDONIMO EN LOS"
                           " RATINGS, STATUS " WS-RATINGS-STATUS
                       DISPLAY "RATING A CARGAR: " NOMBRE-SEUDONIMO
                           " VALOR " GUR-VALOR " MAXIMO " GUR-MAXIMO
                           " JORNADAS " GUR-JORNADAS
                       PERFORM CORTAR-SUPRESION
               END-WRITE
           END-IF
           IF CER-ESTADO(IDX-CER) = "TRATADO" THEN
               ADD 1 TO TOTAL-CAMBIADAS
               ADD 1 TO ARCHIVOS-TOCADOS
           END-IF.

      *> NUEVA ENTRADA DEL CERTIFICADO PARA WS-ARCHIVO-NOMBRE
       ABRIR-ENTRADA-CERTIFICADO.
           ADD 1 TO TOTAL-CERTIFICADO
           MOVE TOTAL-CERTIFICADO TO IDX-CER
           MOVE WS-ARCHIVO-NOMBRE TO CER-ARCHIVO(IDX-CER)
           MOVE SPACES TO CER-ESTADO(IDX-CER)
           MOVE 0 TO CER-LEIDOS(IDX-CER)
           MOVE 0 TO CER-CAMBIADOS(IDX-CER)
           MOVE 0 TO CER-AJUSTES(IDX-CER).

      *> DESPUES DE UN ERROR NO SE TOCA NINGUN ARCHIVO MAS; EL
      *> CERTIFICADO DEJA VER CUALES QUEDARON SIN TRATAR
       CORTAR-SUPRESION.
           MOVE "ERROR" TO CER-ESTADO(IDX-CER)
           MOVE "S" TO SUPRESION-CORTADA
           MOVE 16 TO RETURN-CODE.

      *> CERTIFICADO DE LA SUPRESION: JUGADOR, MODO, CADA ARCHIVO CON
      *> LO QUE SE HIZO Y SUS CUENTAS, Y LOS ARCHIVOS QUE TAMBIEN
      *> PUEDEN TENER EL NOMBRE Y QUE ESTE PROGRAMA NO TOCA
       EMITIR-CERTIFICADO.
           STRING "GameErase_" DELIMITED BY SIZE
               WS-FECHA-CORRIDA DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-HORA-CORRIDA DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-CERTIFICADO-NOMBRE
           OPEN OUTPUT CERTIFICADO
           IF WS-CERTIFICADO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-CERTIFICADO-NOMBRE
                   " STATUS " WS-CERTIFICADO-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "INCOMPLETA" TO RESULTADO-SUPRESION
           ELSE
               PERFORM ESCRIBIR-CERTIFICADO
               CLOSE CERTIFICADO
           END-IF.

       ESCRIBIR-CERTIFICADO.
           STRING "CERTIFICADO DE SUPRESION DE JUGADOR  FECHA "
               DELIMITED BY SIZE
               WS-FECHA-CORRIDA DELIMITED BY SIZE
               " HORA " DELIMITED BY SIZE
               WS-HORA-CORRIDA DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "   JUGADOR:   " DELIMITED BY SIZE
               NOMBRE-BUSCADO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF MODO-SUPRESION = "A" THEN
               STRING "   MODO:      ANONIMIZADO COMO "
                   DELIMITED BY SIZE
                   NOMBRE-SEUDONIMO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           ELSE
               STRING "   MODO:      BORRADO DE TODAS SUS LINEAS"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF
           PERFORM MOSTRAR-LINEA
           STRING "   RESULTADO: " DELIMITED BY SIZE
               RESULTADO-SUPRESION DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "ARCHIVO                              | ESTADO    "
               DELIMITED BY SIZE
               " | LEIDAS  | SUYAS   | AJUSTES" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-CER FROM 1 BY 1
               UNTIL IDX-CER > TOTAL-CERTIFICADO
               STRING CER-ARCHIVO(IDX-CER) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CER-ESTADO(IDX-CER) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CER-LEIDOS(IDX-CER) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CER-CAMBIADOS(IDX-CER) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   CER-AJUSTES(IDX-CER) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-PERFORM
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "   ARCHIVOS CAMBIADOS: " DELIMITED BY SIZE
               ARCHIVOS-TOCADOS DELIMITED BY SIZE
               "   LINEAS DEL JUGADOR: " DELIMITED BY SIZE
               TOTAL-CAMBIADAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF MODO-SUPRESION = "A" THEN
               STRING "   SUYAS = LINEAS DEL JUGADOR QUE QUEDARON CON"
                   DELIMITED BY SIZE
                   " EL SEUDONIMO" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           ELSE
               STRING "   SUYAS = LINEAS DEL JUGADOR QUITADAS DEL"
                   DELIMITED BY SIZE
                   " ARCHIVO" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           END-IF
           PERFORM MOSTRAR-LINEA
           IF MODO-SUPRESION = "B" THEN
               STRING "   (EN GameBrackets.txt LOS PARTIDOS QUEDAN CON"
                   DELIMITED BY SIZE
                   " *SUPRIMIDO* EN SU LUGAR)" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING "   AJUSTES = PUESTOS CORRIDOS EN LAS FOTOS Y LAS"
               DELIMITED BY SIZE
               " TEMPORADAS, PIE DEL" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "             RESPALDO O ACEPTADOS DE LA EDICION"
               DELIMITED BY SIZE
               " CORREGIDOS" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "   NO TRATADOS: GameRejects.txt (LO PISA LA PROXIMA"
               DELIMITED BY SIZE
               " EDICION), ARCHIVOS DE" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "   LOS PUESTOS Y GameControl.txt (LOS ESCRIBEN LA"
               DELIMITED BY SIZE
               " CONSOLA Y EL OPERADOR)," DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "   BITACORAS (CONSTANCIA DE LOS CAMBIOS), LISTADOS"
               DELIMITED BY SIZE
               " CON FECHA Y ARCHIVOS" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "   DE TRABAJO" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> ESCRIBE UNA LINEA DEL CERTIFICADO EN PANTALLA Y EN EL ARCHIVO
       MOSTRAR-LINEA.
           DISPLAY WS-LINEA-REPORTE
           WRITE LineaCertificado FROM WS-LINEA-REPORTE
           IF WS-CERTIFICADO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO " WS-CERTIFICADO-NOMBRE
                   " STATUS " WS-CERTIFICADO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE.

      *> IMAGEN DEL REGISTRO DEL MAESTRO EN LA BITACORA, CON EL MISMO
      *> FORMATO QUE EL MANTENIMIENTO. SIN LA IMAGEN ANTES EL MAESTRO
      *> NO SE TOCA; SIN LA DE DESPUES EL CAMBIO YA ESTA HECHO Y SE
      *> CORTA LO QUE FALTA IGUAL
       GRABAR-BITACORA.
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
               " A=" DELIMITED BY SIZE
               MAE-ACIERTOS DELIMITED BY SIZE
               " E=" DELIMITED BY SIZE
               MAE-ERRORES DELIMITED BY SIZE
               " P=" DELIMITED BY SIZE
               MAE-PUNTOS-EDIT DELIMITED BY SIZE
               " U=" DELIMITED BY SIZE
               MAE-ULTIMA-POSICION DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO GameMaintLog.txt, STATUS "
                   WS-BITACORA-STATUS " (" MOMENTO-BITACORA ")"
               IF MOMENTO-BITACORA = "ANTES" THEN
                   DISPLAY "EL MAESTRO NO SE TOCA"
                   PERFORM CORTAR-SUPRESION
               ELSE
                   PERFORM FALTA-CONSTANCIA
               END-IF
           END-IF
           MOVE SPACES TO WS-LINEA-BITACORA.

       GRABAR-BITACORA-SIN-IMAGEN.
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
               NOMBRE-BUSCADO DELIMITED BY SIZE
               " REGISTRO ELIMINADO DEL MAESTRO" DELIMITED BY SIZE
               INTO WS-LINEA-BITACORA
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO GameMaintLog.txt, STATUS "
                   WS-BITACORA-STATUS " (" MOMENTO-BITACORA ")"
               PERFORM FALTA-CONSTANCIA
           END-IF
           MOVE SPACES TO WS-LINEA-BITACORA.

      *> EL CAMBIO DEL MAESTRO YA SE HIZO Y QUEDA TRATADO EN EL
      *> CERTIFICADO, PERO SIN SU CONSTANCIA EN LA BITACORA NO SE
      *> SIGUE CON LO QUE FALTA
       FALTA-CONSTANCIA.
           DISPLAY "EL MAESTRO YA CAMBIO; FALTA SU CONSTANCIA EN LA"
               " BITACORA"
           MOVE "S" TO SUPRESION-CORTADA
           MOVE 16 TO RETURN-CODE.

      *> CONSTANCIA DE LA SUPRESION: JUGADOR, LINEAS Y ARCHIVOS
      *> CAMBIADOS Y SI SE COMPLETO; EL DETALLE ESTA EN EL CERTIFICADO
       GRABAR-BITACORA-FIN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "FIN" TO MOMENTO-BITACORA
           STRING WS-FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HORA-AHORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCION-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOMENTO-BITACORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-BUSCADO DELIMITED BY SIZE
               " LINEAS=" DELIMITED BY SIZE
               TOTAL-CAMBIADAS DELIMITED BY SIZE
               " ARCHIVOS=" DELIMITED BY SIZE
               ARCHIVOS-TOCADOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RESULTADO-SUPRESION DELIMITED BY SPACE
               INTO WS-LINEA-BITACORA
           WRITE LineaBitacora FROM WS-LINEA-BITACORA
           IF WS-BITACORA-STATUS NOT = "00" THEN
               DISPLAY "ERROR GRABANDO GameMaintLog.txt, STATUS "
                   WS-BITACORA-STATUS "; LA CONSTANCIA DE LA SUPRESION"
                   " QUEDA SOLO EN EL CERTIFICADO"
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-LINEA-BITACORA.

       END PROGRAM gameerase.
