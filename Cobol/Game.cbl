           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAD-NOMBRE
           FILE STATUS IS WS-PADRON-STATUS.
       SELECT RATINGS ASSIGN TO "GameRatings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAT-NOMBRE
           FILE STATUS IS WS-RATINGS-STATUS.
       SELECT REGLAS ASSIGN TO "GameScoring.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGLAS-STATUS.
       SELECT RESUMEN ASSIGN TO "GameHistSummary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUMEN-STATUS.
       SELECT REVISION ASSIGN TO "GameReview.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVISION-STATUS.
       SELECT TEMPORADAS ASSIGN TO "GameSeasons.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPORADAS-STATUS.
       SELECT TRABAJO ASSIGN TO "GameUserWork.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRABAJO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 CTL-OPERACIONES PIC X(10).
           02 FILLER PIC X(1).
           02 CTL-HISTORIA PIC X(1).
           02 FILLER PIC X(1).
           02 CTL-TEMPORADA PIC X(8).
           02 FILLER PIC X(1).
           02 CTL-CRITERIO PIC X(1).
       FD AUDITORIA.
       01 LineaAuditoria PIC X(240).
       FD PUNTOCONTROL.
           02 PAD-FECHA-ALTA PIC X(10).
           02 PAD-ESTADO PIC X(1).
           02 PAD-EQUIPO PIC X(4).
      *> RATING DIARIO QUE MANTIENE gamerating; AQUI SOLO SE LEE
      *> PARA LAS POSICIONES POR EQUIPO CON CRITERIO "R"
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
      *> REGLAS DE PUNTAJE DE LA TEMPORADA, UN SOLO REGISTRO: PUNTOS
      *> POR COLOR DE FLECHA ACERTADA, PENALIDAD POR DIRECCION
      *> ERRADA, BONIFICACION POR TIEMPO RAPIDO Y LOS VALORES BASE
           02 RSU-ERRORES PIC X(7).
           02 FILLER PIC X(1).
           02 RSU-PUNTOS PIC S9(8) SIGN LEADING SEPARATE.
      *> SESIONES EN REVISION QUE MANTIENE gamescreen; ACA SOLO
      *> INTERESA QUE JUGADOR Y Fecha ESTAN RETENIDOS (ESTADO P) Y LA
      *> MARCA DE AGUA QUE TENIA EL JUGADOR AL RETENERLOS
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
      *> TABLAS FINALES DE LAS TEMPORADAS CERRADAS POR gameseason,
      *> UNA LINEA POR JUGADOR Y TEMPORADA
       FD TEMPORADAS.
       01 RegistroTemporada.
           88 FinTemporadas VALUE HIGH-VALUES.
           02 TEM-ID PIC X(8).
           02 FILLER PIC X(1).
           02 TEM-REGLAS PIC X(8).
           02 FILLER PIC X(1).
           02 TEM-FECHA-CIERRE PIC X(8).
           02 FILLER PIC X(1).
           02 TEM-POSICION PIC X(3).
           02 FILLER PIC X(1).
           02 TEM-NOMBRE PIC X(15).
           02 FILLER PIC X(1).
           02 TEM-EQUIPO PIC X(4).
           02 FILLER PIC X(1).
           02 TEM-ACIERTOS PIC X(7).
           02 FILLER PIC X(1).
           02 TEM-ERRORES PIC X(7).
           02 FILLER PIC X(1).
           02 TEM-PUNTOS PIC S9(8) SIGN LEADING SEPARATE.
           02 FILLER PIC X(1).
           02 TEM-ULTIMA-POSICION PIC X(9).
      *> ARCHIVO DE TRABAJO DE LA PRIMERA OPERACION: EL DETALLE DE
      *> CADA USUARIO PEDIDO SE JUNTA EN LA PASADA UNICA Y SE LISTA
      *> DESPUES, USUARIO POR USUARIO
       FD TRABAJO.
       01 LineaTrabajo.
           88 FinTrabajo VALUE HIGH-VALUES.
           02 TRB-USUARIO PIC 9(2).
           02 TRB-LINEA PIC X(80).
       WORKING-STORAGE SECTION.
       01 Operaciones.
           02 TIEMPO-PROMEDIO PIC 9(10) VALUES 0000000000.
           02 USUARIO PIC X(15).
           02 TOTALACIERTO1 PIC 9(3) VALUES 000.
           02 TOTALACIERTO2 PIC 9(3) VALUES 000.
           02 TOTALERROR1 PIC 9(3) VALUES 000.
           02 NETPUNTOS2 PIC S9(5) VALUES 0.
           02 DONTCLOSE PIC X(1).
           02 WS-LINEA-REPORTE PIC X(80) VALUES SPACES.
           02 ENCONTRADO-USUARIO1 PIC X(1) VALUES "N".
           02 ENCONTRADO-USUARIO2 PIC X(1) VALUES "N".
           02 IDX-DIR PIC 9(1) VALUES 0.
           02 IDX-ENT PIC 9(1) VALUES 0.
           02 IDX-COL PIC 9(1) VALUES 0.
           02 WS-MAESTRO-STATUS PIC XX VALUES "00".
           02 WS-DATOS-STATUS PIC XX VALUES "00".
           02 WS-REPORTE-STATUS PIC XX VALUES "00".
           02 FECHA-DESDE PIC X(10) VALUES SPACES.
           02 FECHA-HASTA PIC X(10) VALUES SPACES.
      *> ALCANCE DE LAS OPERACIONES POR USUARIO (1, 2, 8 Y 9): CON
      *> "S" SE LEE TAMBIEN GameHistory.txt ANTES DEL DIARIO, PARA
      *> QUE LA TENDENCIA MENSUAL Y LAS RACHAS DE TODA LA VIDA NO SE
      *> CORTEN EN LA ULTIMA DEPURACION; EN LOTE VIENE DEL CAMPO
      *> CTL-HISTORIA DEL ARCHIVO DE CONTROL
           02 PADRON-DISPONIBLE PIC X(1) VALUES "N".
           02 NOMBRE-PADRON-BUSCA PIC X(15) VALUES SPACES.
           02 EQUIPO-HALLADO PIC X(4) VALUES SPACES.
      *> USUARIOS PEDIDOS EN LA CORRIDA (LINEAS "USUA" DEL ARCHIVO
      *> DE CONTROL, O LOS QUE SE TIPEAN EN INTERACTIVO): CADA UNO
      *> LLEVA SUS PROPIOS CONTADORES DE LAS OPERACIONES 1, 2, 4 Y 6,
      *> QUE SE LLENAN TODOS EN LA MISMA PASADA DEL DETALLE
       01 TablaUsuarios.
           02 TOTAL-USUARIOS PIC 9(2) VALUES 00.
           02 USUARIO-ENTRY OCCURS 10 TIMES.
               03 USR-NOMBRE PIC X(15).
               03 USR-ENCONTRADO PIC X(1).
               03 USR-EN-DIARIO PIC X(1).
               03 USR-ACIERTOS PIC 9(7).
               03 USR-ERRORES PIC 9(7).
               03 USR-FLECHAS PIC 9(7).
               03 USR-DETALLE PIC 9(7).
               03 USR-SUMA-TIEMPO PIC 9(12).
               03 USR-TIEMPO-MINIMO PIC 9(10).
               03 USR-TIEMPO-MAXIMO PIC 9(10).
               03 USR-DIR-ACIERTOS PIC 9(7) OCCURS 4 TIMES.
               03 USR-DIR-ERRORES PIC 9(7) OCCURS 4 TIMES.
               03 USR-DIR-TOTAL-ACIERTOS PIC 9(7).
               03 USR-DIR-TOTAL-ERRORES PIC 9(7).
               03 USR-COL-ACIERTOS PIC 9(7) OCCURS 4 TIMES.
               03 USR-COL-ERRORES PIC 9(7) OCCURS 4 TIMES.
               03 USR-COL-TOTAL-ACIERTOS PIC 9(7).
               03 USR-COL-TOTAL-ERRORES PIC 9(7).
               03 USR-FILA-DIRECCION OCCURS 4 TIMES.
                   04 USR-CRUCE PIC 9(7) OCCURS 4 TIMES.
       01 ControlUsuarios.
           02 IDX-USUARIO PIC 9(2) VALUES 00.
           02 IDX-USR-REG PIC 9(2) VALUES 00.
           02 IDX-USR-BUSQUEDA PIC 9(2) VALUES 00.
           02 USUARIO-NUEVO PIC X(15) VALUES SPACES.
           02 FIN-USUARIOS PIC X(1) VALUES "N".
           02 ENCONTRADO-USR PIC X(1) VALUES "N".
      *> QUE OPERACIONES ENTRAN EN LA PASADA UNICA Y DE DONDE VIENE
      *> EL REGISTRO QUE SE ESTA REPARTIENDO ("H" HISTORICO, "D"
      *> DIARIO)
       01 ControlPasada.
           02 OPS-PEDIDAS PIC X(10) VALUES "NNNNNNNNNN".
           02 OPS-PEDIDAS-FLAGS REDEFINES OPS-PEDIDAS.
               03 OP-PEDIDA PIC X(1) OCCURS 10 TIMES.
           02 IDX-OPERACION PIC 9(2) VALUES 00.
           02 ORIGEN-REGISTRO PIC X(1) VALUES "D".
           02 HISTORIA-EN-PASADA PIC X(1) VALUES "N".
           02 RESUMEN-DISPONIBLE PIC X(1) VALUES "N".
           02 MAESTRO-EN-PASADA PIC X(1) VALUES "N".
           02 REGISTRO-EN-RANGO PIC X(1) VALUES "N".
           02 WS-TRABAJO-STATUS PIC XX VALUES "00".
       01 TABLA-JUGADORES.
           02 JUGADOR-ENTRY OCCURS 1000 TIMES.
               03 JUG-NOMBRE PIC X(15).
               03 JUG-ACIERTOS PIC 9(5) VALUES 00000.
               03 JUG-ERRORES PIC 9(5) VALUES 00000.
               03 EQU-ACIERTOS PIC 9(7).
               03 EQU-ERRORES PIC 9(7).
               03 EQU-PUNTOS PIC S9(8).
               03 EQU-RATING-TOTAL PIC S9(8).
               03 EQU-RATING-PROM PIC S9(5).
       01 ControlEquipos.
           02 IDX-EQUIPO PIC 9(3) VALUES 000.
           02 IDX-EQU-BUSQUEDA PIC 9(3) VALUES 000.
           02 IDX-EQU-ORDEN PIC 9(3) VALUES 000.
           02 IDX-EQU-ORDEN2 PIC 9(3) VALUES 000.
           02 LIMITE-EQU-ORDEN PIC 9(3) VALUES 000.
           02 EQU-TEMPORAL PIC X(42).
           02 EQUIPOS-EN-LIMITE PIC X(1) VALUES "N".
           02 EQUIPO-ACTUAL PIC X(4) VALUES SPACES.
           02 EQU-ACIERTOS-ACT PIC 9(7) VALUES 0000000.
           02 EQU-PUNTOS-ACT PIC S9(8) VALUES 0.
           02 EQU-PUNTOS-EDIT PIC ZZZZZZZ9-.
           02 EXT-PUNTOS-EQU PIC S9(8) SIGN LEADING SEPARATE VALUES 0.
      *> CRITERIO DE LAS POSICIONES POR EQUIPO: "P" SUMA DE PUNTOS,
      *> "R" PROMEDIO DEL RATING DE SUS JUGADORES (GameRatings.dat).
      *> EN LOTE VIENE DEL CAMPO CTL-CRITERIO DEL ARCHIVO DE CONTROL.
      *> UNA TEMPORADA CERRADA SIEMPRE SALE POR PUNTOS: EL RATING NO
      *> SE ARCHIVA POR TEMPORADA
           02 CRITERIO-EQUIPOS PIC X(1) VALUES "P".
           02 EQUIPOS-POR-RATING PIC X(1) VALUES "N".
           02 WS-RATINGS-STATUS PIC XX VALUES "00".
           02 RATINGS-DISPONIBLE PIC X(1) VALUES "N".
           02 RATING-INICIAL PIC S9(5) VALUES 1500.
           02 EQU-RATING-ACT PIC S9(5) VALUES 0.
           02 EQU-RATING-EDIT PIC ZZZZ9-.
           02 EXT-RATING-EQU PIC S9(5) SIGN LEADING SEPARATE VALUES 0.
      *> TENDENCIA POR DIA DE UN JUGADOR: LOS REGISTROS SE AGRUPAN POR
      *> EL CAMPO Fecha Y SE IMPRIME UNA LINEA POR DIA CALENDARIO,
      *> PARA QUE UN MES SE LEA COMO EVOLUCION Y NO COMO UN SOLO TOTAL.
      *> UNA TABLA POR USUARIO PEDIDO
       01 TablaDias.
           02 DIAS-USUARIO OCCURS 10 TIMES.
               03 TOTAL-DIAS PIC 9(3).
               03 DIAS-EN-LIMITE PIC X(1).
               03 DIA-ENTRY OCCURS 400 TIMES.
                   04 DIA-FECHA PIC X(10).
                   04 DIA-ACIERTOS PIC 9(5).
                   04 DIA-ERRORES PIC 9(5).
                   04 DIA-FLECHAS PIC 9(5).
                   04 DIA-SUMA-TIEMPO PIC 9(12).
                   04 DIA-TIEMPO-MINIMO PIC 9(10).
                   04 DIA-TIEMPO-MAXIMO PIC 9(10).
       01 ControlDias.
           02 IDX-DIA PIC 9(3) VALUES 000.
           02 IDX-DIA-ORDEN PIC 9(3) VALUES 000.
           02 IDX-DIA-ORDEN2 PIC 9(3) VALUES 000.
           02 LIMITE-DIA-ORDEN PIC 9(3) VALUES 000.
           02 ENCONTRADO-DIA PIC X(1) VALUES "N".
           02 DIA-TEMPORAL PIC X(57).
           02 DIA-PROMEDIO PIC 9(10) VALUES 0000000000.
           02 DIA-NETO PIC S9(6) VALUES 0.
      *> RECORREN EN ORDEN DE Posicion PARA MEDIR CORRIDAS DE
      *> ACIERTOS Y ERRORES CONSECUTIVOS; DOS JUGADORES CON EL MISMO
      *> TOTAL PUEDEN TENER PERFILES DE RACHA MUY DISTINTOS
      *> UNA TABLA POR USUARIO PEDIDO, QUE SE MANTIENE ORDENADA POR
      *> Posicion A MEDIDA QUE SE INSERTAN LAS JUGADAS
       01 TablaJugadas.
           02 JUGADAS-USUARIO OCCURS 10 TIMES.
               03 TOTAL-JUGADAS PIC 9(5).
               03 JUGADAS-EN-LIMITE PIC X(1).
               03 JUGADA-ENTRY OCCURS 20000 TIMES.
                   04 JGD-POSICION PIC 9(9).
                   04 JGD-ACIERTO PIC X(2).
                   04 JGD-FECHA PIC X(10).
       01 ControlRachas.
           02 IDX-JUGADA PIC 9(5) VALUES 00000.
           02 IDX-JGD-INSERTA PIC 9(5) VALUES 00000.
           02 FIN-INSERCION PIC X(1) VALUES "N".
           02 RACHA-TIPO PIC X(2) VALUES SPACES.
           02 RACHA-LARGO PIC 9(5) VALUES 00000.
           02 RACHA-POS-INI PIC 9(9) VALUES 000000000.
           02 RACHA-FECHA-INI PIC X(10) VALUES SPACES.
           02 MEJOR-RACHA-SI-LARGO PIC 9(5) VALUES 00000.
           02 MEJOR-RACHA-SI-POS PIC 9(9) VALUES 000000000.
           02 MEJOR-RACHA-SI-FECHA PIC X(10) VALUES SPACES.
           02 MEJOR-RACHA-NO-LARGO PIC 9(5) VALUES 00000.
           02 MEJOR-RACHA-NO-POS PIC 9(9) VALUES 000000000.
           02 MEJOR-RACHA-NO-FECHA PIC X(10) VALUES SPACES.
      *> CONCILIACION MAESTRO CONTRA DETALLE: LOS ACUMULADOS DE TODA
      *> LA VIDA SE RECALCULAN INDEPENDIENTES DESDE GameValid.txt MAS
      *> EL ARCHIVO HISTORICO Y SE COMPARAN CONTRA LO GUARDADO EN
      *> GameMaster.dat MAS LO ARCHIVADO EN LAS TEMPORADAS CERRADAS,
      *> INCLUYENDO JUGADORES QUE ESTAN EN UN ARCHIVO Y NO EN EL OTRO
       01 TablaConcilia.
           02 TOTAL-CONCILIA PIC 9(4) VALUES 0000.
           02 CON-ENTRY OCCURS 1000 TIMES.
               03 CON-NOMBRE PIC X(15).
               03 CON-ACIERTOS PIC 9(7).
               03 CON-ERRORES PIC 9(7).
               03 CON-MAE-ERRORES PIC 9(7).
               03 CON-MAE-PUNTOS PIC S9(8).
       01 ControlConcilia.
           02 IDX-CONCILIA PIC 9(4) VALUES 0000.
           02 IDX-CON-BUSQUEDA PIC 9(4) VALUES 0000.
           02 ENCONTRADO-CONCILIA PIC X(1) VALUES "N".
           02 CONCILIA-EN-LIMITE PIC X(1) VALUES "N".
           02 CONC-NOMBRE-ACTUAL PIC X(15) VALUES SPACES.
           02 CONC-RES-ERRORES PIC 9(7) VALUES 0000000.
           02 CONC-RES-PUNTOS PIC S9(8) VALUES 0.
           02 CON-PUNTOS-CALC PIC S9(8) VALUES 0.
           02 TOTAL-EXCEPCIONES PIC 9(4) VALUES 0000.
           02 CON-PUNTOS-CALC-EDIT PIC ZZZZZZZ9-.
           02 CON-PUNTOS-MAE-EDIT PIC ZZZZZZZ9-.
       01 ControlRanking.
           02 TOTAL-JUGADORES PIC 9(4) VALUES 0000.
           02 IDX-BUSQUEDA PIC 9(4) VALUES 0000.
           02 ENCONTRADO-JUG PIC X(1) VALUES "N".
           02 IDX-ORDEN PIC 9(4) VALUES 0000.
           02 IDX-ORDEN2 PIC 9(4) VALUES 0000.
           02 LIMITE-ORDEN PIC 9(4) VALUES 0000.
           02 JUG-TEMPORAL PIC X(60).
           02 POSICION-RANKING PIC 9(4) VALUES 0000.
           02 IDX-JUG-ULTIMO PIC 9(4) VALUES 0000.
           02 JUG-PUNTOS-EDIT PIC ZZZZ9-.
      *> REGLAS DE PUNTAJE VIGENTES, CARGADAS DE GameScoring.txt AL
      *> ARRANCAR; SIN ARCHIVO (O CON UN ARCHIVO ILEGIBLE) QUEDAN
           02 WS-CONTROLEDIT-STATUS PIC XX VALUES "00".
           02 CUADRE-ACEPTADOS PIC 9(7) VALUES 0000000.
           02 CUADRE-CONTADOS PIC 9(7) VALUES 0000000.
      *> SESIONES RETENIDAS POR SOSPECHOSAS (JUGADOR Y Fecha, CON LA
      *> MARCA DE AGUA DEL JUGADOR AL RETENERLAS): SUS JUGADAS POR
      *> ENCIMA DE ESA MARCA NO ENTRAN AL RANKING, AL MAESTRO NI A LA
      *> CONCILIACION HASTA QUE ALGUIEN LAS LIBERE O LAS ANULE CON
      *> gamereview
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
      *> TEMPORADA QUE INFORMA LA SEPTIMA OPERACION: EN BLANCO LA
      *> ACTUAL (EL MAESTRO), SI NO UNA CERRADA DE GameSeasons.txt;
      *> EN LOTE VIENE DEL CAMPO CTL-TEMPORADA DEL ARCHIVO DE CONTROL
       01 ControlTemporadas.
           02 WS-TEMPORADAS-STATUS PIC XX VALUES "00".
           02 TEMPORADA-PEDIDA PIC X(8) VALUES SPACES.
           02 TEMPORADA-REGLAS PIC X(8) VALUES SPACES.
           02 TEMPORADA-CIERRE PIC X(8) VALUES SPACES.
           02 TEMPORADA-JUGADORES PIC 9(5) VALUES 00000.
           02 TEMPORADA-PUNTOS PIC S9(8) VALUES 0.
           02 TEMPORADA-ILEGIBLES PIC 9(5) VALUES 00000.
       PROCEDURE DIVISION.
           DISPLAY "LEYENDO TODOS  LOS DATOS"

               ".csv" DELIMITED BY SIZE
               INTO WS-EXTRACTO-NOMBRE

           PERFORM CARGAR-REGLAS
           PERFORM CARGAR-RETENIDAS.

      *> MODO LOTE (NO INTERACTIVO): SI EXISTE UN ARCHIVO DE CONTROL
      *> GameControl.txt CON "LOTE" Y LOS USUARIOS A USAR, EL PROGRAMA
      *> "LOTE" ES UN ERROR DE OPERACION, NO UN PEDIDO DE MODO
      *> INTERACTIVO: SE CORTA CON CODIGO PROPIO PARA QUE EL
      *> SCHEDULER AVISE EN VEZ DE COLGARSE EN UN ACCEPT
      *> DESPUES DEL REGISTRO "LOTE" PUEDEN VENIR LINEAS "USUA", CADA
      *> UNA CON OTRO USUARIO EN LA POSICION DE CTL-USUARIO1: LAS
      *> OPERACIONES POR USUARIO (1, 2, 4, 6, 8 Y 9) SALEN PARA
      *> CTL-USUARIO1 Y PARA CADA UNO DE ELLOS, HASTA 10 EN TOTAL
           OPEN INPUT CONFIGLOTE
           IF WS-CONFIGLOTE-STATUS = "00" THEN
               READ CONFIGLOTE
                           IF CTL-HISTORIA = "S" THEN
                               MOVE "S" TO MODO-HISTORIA
                           END-IF
                           MOVE CTL-TEMPORADA TO TEMPORADA-PEDIDA
                           IF CTL-CRITERIO = "R" THEN
                               MOVE "R" TO CRITERIO-EQUIPOS
                           END-IF
                       ELSE
                           DISPLAY "GameControl.txt INVALIDO,"
                               " CTL-MODO=" CTL-MODO
                           PERFORM ABORTAR-CORRIDA
                       END-IF
               END-READ
               PERFORM LEER-USUARIOS-LOTE
               CLOSE CONFIGLOTE
           END-IF.

      *> FILTRO OPCIONAL DE FECHA (AAAA-MM-DD), APLICADO A TODOS LOS
      *> REPORTES POR USUARIO. EN MODO LOTE SE TOMA DEL ARCHIVO DE
      *> CONTROL; EN MODO INTERACTIVO SE PREGUNTA UNA SOLA VEZ, DEJANDO
      *> EN BLANCO PARA NO FILTRAR. TODAS LAS PREGUNTAS SE HACEN ACA,
      *> ANTES DE LA PASADA: DESPUES YA NO SE PIDE NADA POR CONSOLA
           IF MODO-LOTE = "N" THEN
               DISPLAY "FILTRO DE FECHA OPCIONAL (AAAA-MM-DD)"
               DISPLAY "FECHA DESDE (ENTER = SIN LIMITE): "
               IF MODO-HISTORIA NOT = "S" THEN
                   MOVE "N" TO MODO-HISTORIA
               END-IF
               DISPLAY "POSICIONES POR EQUIPO POR RATING (S/N): "
               ACCEPT CRITERIO-EQUIPOS
               IF CRITERIO-EQUIPOS = "S" THEN
                   MOVE "R" TO CRITERIO-EQUIPOS
               ELSE
                   MOVE "P" TO CRITERIO-EQUIPOS
               END-IF
               DISPLAY "INGRESAR NOMBRE DE USUARIO"
               ACCEPT USUARIO-LOTE1
               IF USUARIO-LOTE1 NOT = SPACES THEN
                   MOVE USUARIO-LOTE1 TO USUARIO-NUEVO
                   PERFORM AGREGAR-USUARIO
               END-IF
               MOVE "N" TO FIN-USUARIOS
               PERFORM UNTIL FIN-USUARIOS = "S"
                   OR TOTAL-USUARIOS NOT < 10
                   DISPLAY "OTRO USUARIO (ENTER = NINGUNO MAS): "
                   MOVE SPACES TO USUARIO-NUEVO
                   ACCEPT USUARIO-NUEVO
                   IF USUARIO-NUEVO = SPACES THEN
                       MOVE "S" TO FIN-USUARIOS
                   ELSE
                       PERFORM AGREGAR-USUARIO
                   END-IF
               END-PERFORM
               DISPLAY "3° OPERACION: SEGUNDO JUGADOR A COMPARAR CON "
                   USUARIO-LOTE1
               ACCEPT USUARIO-LOTE2
               DISPLAY "7° OPERACION: TEMPORADA (ENTER = LA ACTUAL): "
               ACCEPT TEMPORADA-PEDIDA
           END-IF.

      *> SIN NINGUN USUARIO (CTL-USUARIO1 EN BLANCO Y SIN LINEAS
      *> "USUA") LAS OPERACIONES POR USUARIO SALEN IGUAL, CON EL
      *> USUARIO EN BLANCO, COMO ANTES
           IF TOTAL-USUARIOS = 0 THEN
               MOVE USUARIO-LOTE1 TO USUARIO-NUEVO
               PERFORM AGREGAR-USUARIO
           END-IF
           PERFORM MARCAR-OPERACIONES

      *> PASADA UNICA: EL HISTORICO (CUANDO HACE FALTA) Y DESPUES EL
      *> DIARIO SE LEEN UNA SOLA VEZ Y CADA REGISTRO SE REPARTE A
      *> TODAS LAS OPERACIONES PEDIDAS Y A TODOS LOS USUARIOS. LA
      *> MISMA LECTURA CUENTA LOS REGISTROS DE GameValid.txt PARA EL
      *> APRETON DE MANOS CON EL PASO DE EDICION: LA CANTIDAD DEBE
      *> SER EXACTAMENTE EL ACEPTADOS QUE DEJO gameedit EN SU
      *> REGISTRO DE CONTROL. LA PASADA NO ESCRIBE NADA QUE NO SEA DE
      *> TRABAJO, ASI QUE CUALQUIER DIFERENCIA (ARCHIVO TOCADO A
      *> MANO, EDICION NO CORRIDA, PASOS FUERA DE ORDEN) TODAVIA CORTA
      *> CON CODIGO PROPIO ANTES DE QUE SE IMPRIMA O SE ACUMULE NADA
           PERFORM LEER-CONTROL-EDICION
           PERFORM PREPARAR-PASADA
           PERFORM RECORRER-PASADA
           PERFORM VERIFICAR-CUADRE-EDICION

           OPEN OUTPUT REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 20 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           OPEN OUTPUT EXTRACTO
           IF WS-EXTRACTO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO " WS-EXTRACTO-NOMBRE
                   " STATUS " WS-EXTRACTO-STATUS
               MOVE 20 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF

      *> PRIMERA OPERACION
           IF OP-PEDIDA(1) = "S" THEN
               MOVE "S" TO AUD-OP(1)
               DISPLAY "1° OPERACION: PUNTAJE DEL USUARIO "
               STRING "TIPO,USUARIO,ACIERTOS,ERRORES,FLECHAS,"
                   DELIMITED BY SIZE
                   "TIEMPO_PROMEDIO,TIEMPO_MINIMO,TIEMPO_MAXIMO"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               PERFORM VARYING IDX-USUARIO FROM 1 BY 1
                   UNTIL IDX-USUARIO > TOTAL-USUARIOS
                   PERFORM INFORMAR-OP1
               END-PERFORM
           ELSE
               DISPLAY "1° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> SEGUNDA OPERACION
           IF OP-PEDIDA(2) = "S" THEN
               MOVE "S" TO AUD-OP(2)
               DISPLAY "2° OPERACION: DETALLE DE FLECHAS"
               STRING "TIPO,USUARIO,DIRECCION,ACIERTOS,ERRORES"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               PERFORM VARYING IDX-USUARIO FROM 1 BY 1
                   UNTIL IDX-USUARIO > TOTAL-USUARIOS
                   PERFORM INFORMAR-OP2
               END-PERFORM
           ELSE
               DISPLAY "2° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> TERCERA OPERACION
           IF OP-PEDIDA(3) = "S" THEN
               MOVE "S" TO AUD-OP(3)
               DISPLAY "3° OPERACION: COMPARAR PUNTAJE DE DOS USUARIOS"
               PERFORM INFORMAR-OP3
           ELSE
               DISPLAY "3° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> CUARTA OPERACION
           IF OP-PEDIDA(4) = "S" THEN
               MOVE "S" TO AUD-OP(4)
               DISPLAY "4° OPERACION: DETALLE DE COLORES"
               STRING "TIPO,USUARIO,COLOR,ACIERTOS,ERRORES"
                   DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               PERFORM VARYING IDX-USUARIO FROM 1 BY 1
                   UNTIL IDX-USUARIO > TOTAL-USUARIOS
                   PERFORM INFORMAR-OP4
               END-PERFORM
           ELSE
               DISPLAY "4° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> QUINTA OPERACION
           IF OP-PEDIDA(5) = "S" THEN
               MOVE "S" TO AUD-OP(5)
               DISPLAY "5° OPERACION: TABLA DE POSICIONES DE JUGADORES"
               PERFORM INFORMAR-OP5
           ELSE
               DISPLAY "5° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> SEXTA OPERACION
           IF OP-PEDIDA(6) = "S" THEN
               MOVE "S" TO AUD-OP(6)
               DISPLAY "6° OPERACION: ENTRADA VS DIRECCION EN ERRORES"
               PERFORM VARYING IDX-USUARIO FROM 1 BY 1
                   UNTIL IDX-USUARIO > TOTAL-USUARIOS
                   PERFORM INFORMAR-OP6
               END-PERFORM
           ELSE
               DISPLAY "6° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> SEPTIMA OPERACION: ESTADISTICAS DE TODA LA VIDA GUARDADAS EN
      *> EL MAESTRO ACUMULADO (REQUEST 006). SIN ESTO EL MAESTRO ERA UN
      *> ACUMULADOR DE SOLO ESCRITURA QUE NADIE PODIA CONSULTAR
      *> CON LOS CIERRES DE TEMPORADA DE gameseason EL MAESTRO TIENE
      *> LA TEMPORADA EN CURSO; UNA CERRADA SE PIDE POR SU
      *> IDENTIFICADOR Y SE INFORMA DESDE GameSeasons.txt
           IF OP-PEDIDA(7) = "S" THEN
               MOVE "S" TO AUD-OP(7)
               PERFORM INFORMAR-OP7
           ELSE
               DISPLAY "7° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> OCTAVA OPERACION: TENDENCIA POR DIA DE UN JUGADOR. LOS
      *> ENTRENADORES PREGUNTAN "ESTE JUGADOR MEJORA?" Y UN TOTAL
      *> UNICO SOBRE EL RANGO NO LO RESPONDE: ACA CADA DIA DEL RANGO
      *> IMPRIME SUS ACIERTOS, ERRORES, FLECHAS Y TIEMPOS, Y AL CIERRE
      *> SE MARCA EL MEJOR Y EL PEOR DIA POR PUNTOS NETOS
           IF OP-PEDIDA(8) = "S" THEN
               MOVE "S" TO AUD-OP(8)
               DISPLAY "8° OPERACION: TENDENCIA POR DIA"
               PERFORM VARYING IDX-USUARIO FROM 1 BY 1
                   UNTIL IDX-USUARIO > TOTAL-USUARIOS
                   PERFORM INFORMAR-OP8
               END-PERFORM
           ELSE
               DISPLAY "8° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> NOVENA OPERACION: RACHAS DE UN JUGADOR SOBRE LA SECUENCIA DE
      *> Posicion. SE INFORMA LA CORRIDA MAS LARGA DE ACIERTOS, LA DE
      *> ERRORES Y LA RACHA ACTIVA AL FINAL DE LA SECUENCIA, CADA UNA
      *> CON LA POSICION Y FECHA DONDE EMPEZO
           IF OP-PEDIDA(9) = "S" THEN
               MOVE "S" TO AUD-OP(9)
               DISPLAY "9° OPERACION: RACHAS DEL JUGADOR"
               PERFORM VARYING IDX-USUARIO FROM 1 BY 1
                   UNTIL IDX-USUARIO > TOTAL-USUARIOS
                   PERFORM INFORMAR-OP9
               END-PERFORM
           ELSE
               DISPLAY "9° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

      *> DECIMA OPERACION: CONCILIACION DEL MAESTRO CONTRA EL
      *> DETALLE. ENTRE LA LOGICA DE MARCAS DE AGUA, EL TOPE DE
      *> JUGADORES EN MEMORIA Y LOS RETOQUES MANUALES, EL MAESTRO
      *> PUEDE ALEJARSE DE LO QUE EL DETALLE REALMENTE CONTIENE: ACA
      *> SE RECALCULA TODO DE NUEVO (DIARIO MAS EL RESUMEN MENSUAL
      *> DEL HISTORICO QUE MANTIENE LA DEPURACION, SIN FILTRO
      *> DE FECHAS) Y SE IMPRIME UNA EXCEPCION POR CADA JUGADOR QUE
      *> NO CUADRA O QUE ESTA EN UN SOLO LADO. EL RECALCULO ES DE
      *> TODA LA VIDA Y gameseason PONE EN CERO EL MAESTRO AL CERRAR
      *> CADA TEMPORADA: DEL LADO DEL MAESTRO SE SUMA, A LO QUE TIENE
      *> HOY, LO QUE CADA JUGADOR LLEVABA EN CADA TEMPORADA CERRADA
      *> DE GameSeasons.txt
           IF OP-PEDIDA(10) = "S" THEN
               MOVE "S" TO AUD-OP(10)
               DISPLAY "10° OPERACION: CONCILIACION MAESTRO VS DETALLE"
               PERFORM INFORMAR-OP10
           ELSE
               DISPLAY "10° OPERACION OMITIDA (CTL-OPERACIONES)"
           END-IF

       CLOSE REPORTE.
       CLOSE EXTRACTO.

       PERFORM GRABAR-AUDITORIA.

       IF MODO-LOTE = "N" THEN
           ACCEPT DONTCLOSE
       END-IF.

      *> CODIGO DE RETORNO PARA EL SCHEDULER: CERO SOLO SI TODAS LAS
      *> OPERACIONES PEDIDAS LLEGARON HASTA EL FINAL SIN FALLAS
       MOVE CODIGO-RETORNO TO RETURN-CODE.
       STOP RUN.

      *> CORTA LA CORRIDA POR UNA FALLA DE ARCHIVO: DEJA IGUAL EL
      *> REGISTRO DE AUDITORIA (CON EL CODIGO DE RETORNO INCLUIDO)
      *> Y TERMINA CON ESE CODIGO PARA QUE EL SCHEDULER AVISE
       ABORTAR-CORRIDA.
           PERFORM GRABAR-AUDITORIA
           MOVE CODIGO-RETORNO TO RETURN-CODE
           STOP RUN.

      *> DESPUES DE CADA OPEN DEL ARCHIVO DE DETALLE: UN
      *> GameValid.txt FALTANTE O BLOQUEADO CORTA LA CORRIDA CON
      *> NOMBRE DE ARCHIVO Y STATUS EN VEZ DE REVENTAR O PRODUCIR UN
      *> REPORTE VACIO
       VERIFICAR-APERTURA-DATOS.
           IF WS-DATOS-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameValid.txt, STATUS "
                   WS-DATOS-STATUS
               MOVE 12 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF.

      *> APRETON DE MANOS CON EL PASO DE EDICION, PRIMERA MITAD: SE
      *> LEE EL REGISTRO DE CONTROL DE gameedit ANTES DE LA PASADA
       LEER-CONTROL-EDICION.
           OPEN INPUT CONTROLEDIT
           IF WS-CONTROLEDIT-STATUS NOT = "00" THEN
               DISPLAY "SIN GameEditControl.txt (STATUS "
                   WS-CONTROLEDIT-STATUS "); CORRER gameedit ANTES"
               MOVE 24 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           READ CONTROLEDIT
               AT END
                   DISPLAY "GameEditControl.txt VACIO"
                   CLOSE CONTROLEDIT
                   MOVE 24 TO CODIGO-RETORNO
                   PERFORM ABORTAR-CORRIDA
               NOT AT END
                   IF CED-ACEPTADOS IS NOT NUMERIC THEN
                       DISPLAY "GameEditControl.txt INVALIDO,"
                           " ACEPTADOS=" CED-ACEPTADOS
                       CLOSE CONTROLEDIT
                       MOVE 24 TO CODIGO-RETORNO
                       PERFORM ABORTAR-CORRIDA
                   END-IF
                   MOVE CED-ACEPTADOS TO CUADRE-ACEPTADOS
           END-READ
           CLOSE CONTROLEDIT.

      *> APRETON DE MANOS, SEGUNDA MITAD: LOS REGISTROS REALES DE
      *> GameValid.txt YA SE CONTARON EN LA PASADA; SI NO COINCIDEN
      *> CON EL ACEPTADOS DE gameedit, EL ARCHIVO FUE TOCADO ENTRE
      *> PASOS (O LA EDICION NO CORRIO) Y LA CORRIDA NO DEBE INFORMAR
      *> NI ACUMULAR NADA
       VERIFICAR-CUADRE-EDICION.
           IF CUADRE-CONTADOS NOT = CUADRE-ACEPTADOS THEN
               DISPLAY "CUADRE CON EL PASO DE EDICION NO CIERRA:"
                   " ACEPTADOS=" CUADRE-ACEPTADOS
                   " EN GameValid.txt=" CUADRE-CONTADOS
               DISPLAY "GameValid.txt FUE TOCADO ENTRE PASOS;"
                   " REPETIR gameedit"
               MOVE 24 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           DISPLAY "CUADRE CON EL PASO DE EDICION CORRECTO: "
               CUADRE-CONTADOS " REGISTROS".

      *> UN REGISTRO DE AUDITORIA POR CORRIDA, AGREGADO AL FINAL DE
      *> GameAudit.txt: FECHA Y HORA, MODO, QUE OPERACIONES CORRIERON
      *> (S) O SE OMITIERON (-), EL FILTRO DE FECHAS USADO, CUANTOS
      *> REGISTROS DE GameValid.txt SE LEYERON, CUANTAS ALTAS Y
      *> ACTUALIZACIONES HIZO LA QUINTA OPERACION EN EL MAESTRO, EL
      *> NOMBRE DEL REPORTE PRODUCIDO Y LOS ULTIMOS FILE STATUS
       GRABAR-AUDITORIA.
           ACCEPT WS-HORA-CORRIDA FROM TIME
           OPEN EXTEND AUDITORIA
           IF WS-AUDITORIA-STATUS = "35" THEN
               OPEN OUTPUT AUDITORIA
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameAudit.txt, STATUS "
                   WS-AUDITORIA-STATUS
           ELSE
               STRING WS-FECHA-CORRIDA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HORA-CORRIDA DELIMITED BY SIZE
                   " MODO=" DELIMITED BY SIZE
                   MODO-LOTE DELIMITED BY SIZE
                   " OPS=" DELIMITED BY SIZE
                   AUD-OPS-EJECUTADAS DELIMITED BY SIZE
                   " DESDE=" DELIMITED BY SIZE
                   FECHA-DESDE DELIMITED BY SIZE
                   " HASTA=" DELIMITED BY SIZE
                   FECHA-HASTA DELIMITED BY SIZE
                   " HIST=" DELIMITED BY SIZE
                   MODO-HISTORIA DELIMITED BY SIZE
                   " LEIDOS=" DELIMITED BY SIZE
                   AUD-REGISTROS-LEIDOS DELIMITED BY SIZE
                   " ALTAS=" DELIMITED BY SIZE
                   AUD-MAE-ALTAS DELIMITED BY SIZE
                   " ACTUALIZADOS=" DELIMITED BY SIZE
                   AUD-MAE-ACTUALIZADOS DELIMITED BY SIZE
                   " REPORTE=" DELIMITED BY SIZE
                   WS-REPORTE-NOMBRE DELIMITED BY SIZE
                   " ST-MAESTRO=" DELIMITED BY SIZE
                   WS-MAESTRO-STATUS DELIMITED BY SIZE
                   " ST-CONTROL=" DELIMITED BY SIZE
                   WS-CONFIGLOTE-STATUS DELIMITED BY SIZE
                   " ST-DATOS=" DELIMITED BY SIZE
                   WS-DATOS-STATUS DELIMITED BY SIZE
                   " ST-REPORTE=" DELIMITED BY SIZE
                   WS-REPORTE-STATUS DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   CODIGO-RETORNO DELIMITED BY SIZE
                   INTO WS-LINEA-AUDITORIA
               WRITE LineaAuditoria FROM WS-LINEA-AUDITORIA
               MOVE SPACES TO WS-LINEA-AUDITORIA
               CLOSE AUDITORIA
           END-IF.

      *> UBICA (O DA DE ALTA) EL DIA DEL REGISTRO ACTUAL EN LA TABLA
      *> DE DIAS DEL USUARIO IDX-USR-REG Y LE SUMA EL REGISTRO; LA
      *> TABLA TIENE TOPE DE 400 DIAS DISTINTOS POR USUARIO, MAS DE
      *> UN ANO DE JUEGO DIARIO CON EL ALCANCE HISTORICO
       ACUMULAR-DIA.
           MOVE "N" TO ENCONTRADO-DIA
           PERFORM VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > TOTAL-DIAS(IDX-USR-REG)
                   OR ENCONTRADO-DIA = "S"
               IF DIA-FECHA(IDX-USR-REG, IDX-DIA) = Fecha THEN
                   MOVE "S" TO ENCONTRADO-DIA
                   PERFORM SUMAR-AL-DIA
               END-IF
           END-PERFORM
           IF ENCONTRADO-DIA = "N" THEN
               IF TOTAL-DIAS(IDX-USR-REG) < 400 THEN
                   ADD 1 TO TOTAL-DIAS(IDX-USR-REG)
                   MOVE TOTAL-DIAS(IDX-USR-REG) TO IDX-DIA
                   MOVE Fecha TO DIA-FECHA(IDX-USR-REG, IDX-DIA)
                   MOVE 0 TO DIA-ACIERTOS(IDX-USR-REG, IDX-DIA)
                   MOVE 0 TO DIA-ERRORES(IDX-USR-REG, IDX-DIA)
                   MOVE 0 TO DIA-FLECHAS(IDX-USR-REG, IDX-DIA)
                   MOVE 0 TO DIA-SUMA-TIEMPO(IDX-USR-REG, IDX-DIA)
                   MOVE 9999999999
                       TO DIA-TIEMPO-MINIMO(IDX-USR-REG, IDX-DIA)
                   MOVE 0 TO DIA-TIEMPO-MAXIMO(IDX-USR-REG, IDX-DIA)
                   PERFORM SUMAR-AL-DIA
               ELSE
                   MOVE "S" TO DIAS-EN-LIMITE(IDX-USR-REG)
               END-IF
           END-IF.

      *> SUMA EL REGISTRO ACTUAL AL DIA IDX-DIA DEL USUARIO
      *> IDX-USR-REG; LOS TIEMPOS SOLO SE ACUMULAN SOBRE ACIERTOS,
      *> IGUAL QUE EN LA PRIMERA OPERACION
       SUMAR-AL-DIA.
           ADD 1 TO DIA-FLECHAS(IDX-USR-REG, IDX-DIA)
           IF Acierto = "Si" THEN
               ADD 1 TO DIA-ACIERTOS(IDX-USR-REG, IDX-DIA)
               ADD Tiempo TO DIA-SUMA-TIEMPO(IDX-USR-REG, IDX-DIA)
               IF Tiempo < DIA-TIEMPO-MINIMO(IDX-USR-REG, IDX-DIA)
                   THEN
                   MOVE Tiempo
                       TO DIA-TIEMPO-MINIMO(IDX-USR-REG, IDX-DIA)
               END-IF
               IF Tiempo > DIA-TIEMPO-MAXIMO(IDX-USR-REG, IDX-DIA)
                   THEN
                   MOVE Tiempo
                       TO DIA-TIEMPO-MAXIMO(IDX-USR-REG, IDX-DIA)
               END-IF
           END-IF
           IF Acierto = "No" THEN
               ADD 1 TO DIA-ERRORES(IDX-USR-REG, IDX-DIA)
           END-IF.

      *> SUMA UNA JUGADA (DEL DIARIO O DEL HISTORICO) AL RECALCULO DE
      *> SU JUGADOR; EL JUGADOR SE DA DE ALTA EN LA TABLA LA PRIMERA
      *> VEZ QUE APARECE
       ACUMULAR-CONCILIA.
           PERFORM UBICAR-CONCILIA
           IF ENCONTRADO-CONCILIA = "S" THEN
               MOVE "S" TO CON-EN-DETALLE(IDX-CONCILIA)
               IF CONC-ACIERTO-ACTUAL = "Si" THEN
                   ADD 1 TO CON-ACIERTOS(IDX-CONCILIA)
               END-IF
               IF CONC-ACIERTO-ACTUAL = "No" THEN
                   ADD 1 TO CON-ERRORES(IDX-CONCILIA)
               END-IF
               ADD CONC-PUNTOS-ACTUAL TO CON-PUNTOS(IDX-CONCILIA)
           END-IF.

      *> SUMA UNA ENTRADA DEL RESUMEN MENSUAL (TOTALES DE UN JUGADOR
      *> Y MES YA ARCHIVADOS) AL RECALCULO DE SU JUGADOR
       ACUMULAR-CONCILIA-RESUMEN.
           PERFORM UBICAR-CONCILIA
           IF ENCONTRADO-CONCILIA = "S" THEN
               MOVE "S" TO CON-EN-DETALLE(IDX-CONCILIA)
               ADD CONC-RES-ACIERTOS TO CON-ACIERTOS(IDX-CONCILIA)
               ADD CONC-RES-ERRORES TO CON-ERRORES(IDX-CONCILIA)
               ADD CONC-RES-PUNTOS TO CON-PUNTOS(IDX-CONCILIA)
           END-IF.

      *> UBICA (O DA DE ALTA) AL JUGADOR CONC-NOMBRE-ACTUAL EN LA
      *> TABLA DE CONCILIACION. LAS JUGADAS DE UN MISMO JUGADOR
      *> SUELEN VENIR SEGUIDAS: ANTES DE BUSCAR SE MIRA SI ES EL
      *> MISMO DEL REGISTRO ANTERIOR
       UBICAR-CONCILIA.
           MOVE "N" TO ENCONTRADO-CONCILIA
           IF IDX-CONCILIA > 0 THEN
               IF CON-NOMBRE(IDX-CONCILIA) = CONC-NOMBRE-ACTUAL THEN
                   MOVE "S" TO ENCONTRADO-CONCILIA
               END-IF
           END-IF
           PERFORM VARYING IDX-CON-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-CON-BUSQUEDA > TOTAL-CONCILIA
                   OR ENCONTRADO-CONCILIA = "S"
               IF CON-NOMBRE(IDX-CON-BUSQUEDA) = CONC-NOMBRE-ACTUAL
                   THEN
                   MOVE "S" TO ENCONTRADO-CONCILIA
                   MOVE IDX-CON-BUSQUEDA TO IDX-CONCILIA
               END-IF
           END-PERFORM
           IF ENCONTRADO-CONCILIA = "N" THEN
               IF TOTAL-CONCILIA < 1000 THEN
                   ADD 1 TO TOTAL-CONCILIA
                   MOVE TOTAL-CONCILIA TO IDX-CONCILIA
                   MOVE CONC-NOMBRE-ACTUAL TO CON-NOMBRE(IDX-CONCILIA)
                   MOVE 0 TO CON-ACIERTOS(IDX-CONCILIA)
                   MOVE 0 TO CON-ERRORES(IDX-CONCILIA)
                   MOVE 0 TO CON-PUNTOS(IDX-CONCILIA)
                   MOVE "N" TO CON-EN-DETALLE(IDX-CONCILIA)
                   MOVE "N" TO CON-EN-MAESTRO(IDX-CONCILIA)
                   MOVE 0 TO CON-MAE-ACIERTOS(IDX-CONCILIA)
                   MOVE 0 TO CON-MAE-ERRORES(IDX-CONCILIA)
                   MOVE 0 TO CON-MAE-PUNTOS(IDX-CONCILIA)
                   MOVE "S" TO ENCONTRADO-CONCILIA
               ELSE
                   MOVE "S" TO CONCILIA-EN-LIMITE
               END-IF
           END-IF.

      *> ANOTA LO QUE EL MAESTRO DICE DE UN JUGADOR; SI EL JUGADOR NO
      *> APARECIO EN NINGUN DETALLE SE DA DE ALTA SOLO CON LA PATA
      *> DEL MAESTRO
       ANOTAR-MAESTRO-CONCILIA.
           MOVE "N" TO ENCONTRADO-CONCILIA
           PERFORM VARYING IDX-CON-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-CON-BUSQUEDA > TOTAL-CONCILIA
                   OR ENCONTRADO-CONCILIA = "S"
               IF CON-NOMBRE(IDX-CON-BUSQUEDA) = MAE-NOMBRE THEN
                   MOVE "S" TO ENCONTRADO-CONCILIA
                   MOVE IDX-CON-BUSQUEDA TO IDX-CONCILIA
               END-IF
           END-PERFORM
           IF ENCONTRADO-CONCILIA = "N" THEN
               IF TOTAL-CONCILIA < 1000 THEN
                   ADD 1 TO TOTAL-CONCILIA
                   MOVE TOTAL-CONCILIA TO IDX-CONCILIA
                   MOVE MAE-NOMBRE TO CON-NOMBRE(IDX-CONCILIA)
                   MOVE 0 TO CON-ACIERTOS(IDX-CONCILIA)
                   MOVE 0 TO CON-ERRORES(IDX-CONCILIA)
                   MOVE 0 TO CON-PUNTOS(IDX-CONCILIA)
                   MOVE "N" TO CON-EN-DETALLE(IDX-CONCILIA)
                   MOVE "N" TO CON-EN-MAESTRO(IDX-CONCILIA)
                   MOVE "S" TO ENCONTRADO-CONCILIA
               ELSE
                   MOVE "S" TO CONCILIA-EN-LIMITE
               END-IF
           END-IF
           IF ENCONTRADO-CONCILIA = "S" THEN
               MOVE "S" TO CON-EN-MAESTRO(IDX-CONCILIA)
               MOVE MAE-ACIERTOS TO CON-MAE-ACIERTOS(IDX-CONCILIA)
               MOVE MAE-ERRORES TO CON-MAE-ERRORES(IDX-CONCILIA)
               MOVE MAE-PUNTOS TO CON-MAE-PUNTOS(IDX-CONCILIA)
           END-IF.

      *> SUMA AL LADO DEL MAESTRO LOS TOTALES DE CADA JUGADOR EN CADA
      *> TEMPORADA CERRADA. SIN GameSeasons.txt NUNCA SE CERRO UNA
      *> TEMPORADA Y NO HAY NADA QUE SUMAR; UNA LINEA CON CAMPOS NO
      *> NUMERICOS SE CUENTA Y SE AVISA EN EL REPORTE
       SUMAR-TEMPORADAS-CONCILIA.
           MOVE 0 TO TEMPORADA-ILEGIBLES
           OPEN INPUT TEMPORADAS
           IF WS-TEMPORADAS-STATUS NOT = "00"
               AND WS-TEMPORADAS-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameSeasons.txt, STATUS "
                   WS-TEMPORADAS-STATUS
               MOVE 16 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           IF WS-TEMPORADAS-STATUS = "00" THEN
               READ TEMPORADAS
               AT END SET FinTemporadas TO TRUE
               END-READ
               PERFORM UNTIL FinTemporadas
                   IF TEM-ACIERTOS IS NUMERIC
                       AND TEM-ERRORES IS NUMERIC
                       AND TEM-PUNTOS IS NUMERIC THEN
                       PERFORM ANOTAR-TEMPORADA-CONCILIA
                   ELSE
                       ADD 1 TO TEMPORADA-ILEGIBLES
                   END-IF
                   READ TEMPORADAS
                   AT END SET FinTemporadas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TEMPORADAS
           END-IF.

      *> SUMA UNA LINEA DE GameSeasons.txt AL LADO DEL MAESTRO DE SU
      *> JUGADOR; SI EL JUGADOR NO APARECIO EN NINGUN OTRO LADO SE DA
      *> DE ALTA SOLO CON ESA PATA
       ANOTAR-TEMPORADA-CONCILIA.
           MOVE TEM-NOMBRE TO CONC-NOMBRE-ACTUAL
           MOVE TEM-ACIERTOS TO CONC-RES-ACIERTOS
           MOVE TEM-ERRORES TO CONC-RES-ERRORES
           MOVE TEM-PUNTOS TO CONC-RES-PUNTOS
           PERFORM UBICAR-CONCILIA
           IF ENCONTRADO-CONCILIA = "S" THEN
               MOVE "S" TO CON-EN-MAESTRO(IDX-CONCILIA)
               ADD CONC-RES-ACIERTOS TO CON-MAE-ACIERTOS(IDX-CONCILIA)
               ADD CONC-RES-ERRORES TO CON-MAE-ERRORES(IDX-CONCILIA)
               ADD CONC-RES-PUNTOS TO CON-MAE-PUNTOS(IDX-CONCILIA)
           END-IF.

      *> IMPRIME LA EXCEPCION DE UN JUGADOR SI LA HAY: PRESENTE EN UN
      *> SOLO ARCHIVO, O PRESENTE EN AMBOS PERO CON ACUMULADOS QUE NO
      *> CUADRAN CON EL RECALCULO
       INFORMAR-CONCILIA.
           IF CON-EN-DETALLE(IDX-CONCILIA) = "S"
               AND CON-EN-MAESTRO(IDX-CONCILIA) = "N" THEN
               ADD 1 TO TOTAL-EXCEPCIONES
               STRING "SOLO EN DETALLE: " DELIMITED BY SIZE
                   CON-NOMBRE(IDX-CONCILIA) DELIMITED BY SIZE
                   " A=" DELIMITED BY SIZE
                   CON-ACIERTOS(IDX-CONCILIA) DELIMITED BY SIZE
                   " E=" DELIMITED BY SIZE
                   CON-ERRORES(IDX-CONCILIA) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF CON-EN-DETALLE(IDX-CONCILIA) = "N"
               AND CON-EN-MAESTRO(IDX-CONCILIA) = "S" THEN
               ADD 1 TO TOTAL-EXCEPCIONES
               STRING "SOLO EN MAESTRO: " DELIMITED BY SIZE
                   CON-NOMBRE(IDX-CONCILIA) DELIMITED BY SIZE
                   " A=" DELIMITED BY SIZE
                   CON-MAE-ACIERTOS(IDX-CONCILIA) DELIMITED BY SIZE
                   " E=" DELIMITED BY SIZE
                   CON-MAE-ERRORES(IDX-CONCILIA) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF CON-EN-DETALLE(IDX-CONCILIA) = "S"
               AND CON-EN-MAESTRO(IDX-CONCILIA) = "S" THEN
               MOVE CON-PUNTOS(IDX-CONCILIA) TO CON-PUNTOS-CALC
               IF CON-ACIERTOS(IDX-CONCILIA) NOT =
                   CON-MAE-ACIERTOS(IDX-CONCILIA)
                   OR CON-ERRORES(IDX-CONCILIA) NOT =
                   CON-MAE-ERRORES(IDX-CONCILIA)
                   OR CON-PUNTOS-CALC NOT =
                   CON-MAE-PUNTOS(IDX-CONCILIA) THEN
                   ADD 1 TO TOTAL-EXCEPCIONES
                   STRING "NO CUADRA: " DELIMITED BY SIZE
                       CON-NOMBRE(IDX-CONCILIA) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
                   STRING "  ACIERTOS M=" DELIMITED BY SIZE
                       CON-MAE-ACIERTOS(IDX-CONCILIA)
                       DELIMITED BY SIZE
                       " R=" DELIMITED BY SIZE
                       CON-ACIERTOS(IDX-CONCILIA) DELIMITED BY SIZE
                       " ERRORES M=" DELIMITED BY SIZE
                       CON-MAE-ERRORES(IDX-CONCILIA)
                       DELIMITED BY SIZE
                       " R=" DELIMITED BY SIZE
                       CON-ERRORES(IDX-CONCILIA) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
                   MOVE CON-MAE-PUNTOS(IDX-CONCILIA)
                       TO CON-PUNTOS-MAE-EDIT
                   MOVE CON-PUNTOS-CALC TO CON-PUNTOS-CALC-EDIT
                   STRING "  PUNTOS M=" DELIMITED BY SIZE
                       CON-PUNTOS-MAE-EDIT DELIMITED BY SIZE
                       " R=" DELIMITED BY SIZE
                       CON-PUNTOS-CALC-EDIT DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
           END-IF.

      *> REVISA SI QUEDO UN PUNTO DE CONTROL DE UNA CORRIDA ANTERIOR
      *> QUE MURIO A MITAD DE LA ACTUALIZACION DEL MAESTRO: EL ARCHIVO
      *> EXISTE PERO SU ULTIMA LINEA NO ES "FIN". EN ESE CASO SE DEJA
      *> CONSTANCIA EN EL REPORTE DE CUANTOS JUGADORES ALCANZARON A
      *> CONFIRMARSE; LA PROPIA CORRIDA COMPLETA LO QUE FALTA GRACIAS
      *> A LAS MARCAS DE AGUA INDIVIDUALES DE CADA JUGADOR
       VERIFICAR-PUNTO-CONTROL.
           MOVE "N" TO PCT-QUEDO-PENDIENTE
           MOVE 0 TO PCT-JUGADORES-CONFIRMADOS
           MOVE SPACES TO PCT-ULTIMA-LINEA
           OPEN INPUT PUNTOCONTROL
           IF WS-PUNTOCONTROL-STATUS = "00" THEN
               MOVE "N" TO PCT-FIN-ARCHIVO
               PERFORM UNTIL PCT-FIN-ARCHIVO = "S"
                   READ PUNTOCONTROL
                       AT END MOVE "S" TO PCT-FIN-ARCHIVO
                       NOT AT END
                           MOVE LineaPuntoControl TO PCT-ULTIMA-LINEA
                           IF LineaPuntoControl NOT = "INICIO"
                               AND LineaPuntoControl NOT = "FIN" THEN
                               ADD 1 TO PCT-JUGADORES-CONFIRMADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNTOCONTROL
               IF PCT-ULTIMA-LINEA NOT = "FIN"
                   AND PCT-ULTIMA-LINEA NOT = SPACES THEN
                   MOVE "S" TO PCT-QUEDO-PENDIENTE
                   MOVE PCT-JUGADORES-CONFIRMADOS
                       TO PCT-CONFIRMADOS-EDIT
                   STRING "AVISO: LA CORRIDA ANTERIOR MURIO A MITAD"
                       DELIMITED BY SIZE
                       " DE LA" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
                   STRING "ACTUALIZACION DEL MAESTRO; JUGADORES YA"
                       DELIMITED BY SIZE
                       " CONFIRMADOS: " DELIMITED BY SIZE
                       PCT-CONFIRMADOS-EDIT DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
                   STRING "ESTA CORRIDA RETOMA DESDE LA MARCA DE AGUA"
                       DELIMITED BY SIZE
                       " DE CADA JUGADOR" DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
           END-IF.

      *> MUESTRA EL RANGO DE FECHAS APLICADO EN LA OPERACION ACTUAL,
      *> PARA QUE UN REPORTE ARCHIVADO SE PUEDA DISTINGUIR ENTRE
      *> "SOLO UN RANGO" Y "TODO EL HISTORICO" DESPUES DE LOS HECHOS
       MOSTRAR-FILTRO-FECHA.
           IF FECHA-DESDE = SPACES THEN
               STRING "   FECHA DESDE: SIN LIMITE" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           ELSE
               STRING "   FECHA DESDE: " DELIMITED BY SIZE
                   FECHA-DESDE DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           END-IF
           PERFORM MOSTRAR-LINEA
           IF FECHA-HASTA = SPACES THEN
               STRING "   FECHA HASTA: SIN LIMITE" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           ELSE
               STRING "   FECHA HASTA: " DELIMITED BY SIZE
                   FECHA-HASTA DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
           END-IF
           PERFORM MOSTRAR-LINEA.

      *> ESCRIBE UNA LINEA DE RESULTADO EN PANTALLA Y EN EL REPORTE
       MOSTRAR-LINEA.
           DISPLAY WS-LINEA-REPORTE
           WRITE LineaReporte FROM WS-LINEA-REPORTE
           IF WS-REPORTE-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO " WS-REPORTE-NOMBRE
                   " STATUS " WS-REPORTE-STATUS
               MOVE 20 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           MOVE SPACES TO WS-LINEA-REPORTE.

      *> ESCRIBE UNA LINEA EN EL EXTRACTO DELIMITADO
       ESCRIBIR-EXTRACTO.
           WRITE LineaExtracto FROM WS-LINEA-EXTRACTO
           IF WS-EXTRACTO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO " WS-EXTRACTO-NOMBRE
                   " STATUS " WS-EXTRACTO-STATUS
               MOVE 20 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           MOVE SPACES TO WS-LINEA-EXTRACTO.

      *> ABRE EL PADRON DE JUGADORES SI EXISTE; SI NO, LA CORRIDA
      *> SIGUE SIN EQUIPOS, AVISANDO UNA SOLA VEZ POR CONSOLA
       ABRIR-PADRON.
           IF PADRON-DISPONIBLE = "N" THEN
               OPEN INPUT PADRON
               IF WS-PADRON-STATUS = "00" THEN
                   MOVE "S" TO PADRON-DISPONIBLE
               ELSE
                   DISPLAY "AVISO: SIN GamePlayers.dat (STATUS "
                       WS-PADRON-STATUS "); EQUIPOS COMO ----"
               END-IF
           END-IF.

       CERRAR-PADRON.
           IF PADRON-DISPONIBLE = "S" THEN
               CLOSE PADRON
               MOVE "N" TO PADRON-DISPONIBLE
           END-IF.

      *> BUSCA EL EQUIPO DE NOMBRE-PADRON-BUSCA EN EL PADRON; UN
      *> NOMBRE NO REGISTRADO (O SIN PADRON) QUEDA EN "----". UN
      *> JUGADOR INACTIVO CONSERVA SU EQUIPO: SU HISTORIA SIGUE
      *> CONTANDO PARA EL EQUIPO QUE LA JUGO
       OBTENER-EQUIPO-PADRON.
           MOVE "----" TO EQUIPO-HALLADO
           IF PADRON-DISPONIBLE = "S" THEN
               MOVE NOMBRE-PADRON-BUSCA TO PAD-NOMBRE
               READ PADRON
                   INVALID KEY
                       MOVE "----" TO EQUIPO-HALLADO
                   NOT INVALID KEY
                       MOVE PAD-EQUIPO TO EQUIPO-HALLADO
               END-READ
           END-IF.

       INICIAR-EQUIPOS.
           MOVE 0 TO TOTAL-EQUIPOS
           MOVE "N" TO EQUIPOS-EN-LIMITE
           MOVE "N" TO EQUIPOS-POR-RATING
           MOVE 0 TO EQU-RATING-ACT.

      *> CON CRITERIO "R" LA TABLA DE EQUIPOS QUE SE ESTA ARMANDO SE
      *> ORDENA POR RATING PROMEDIO; SIN GameRatings.dat TODOS QUEDAN
      *> CON EL RATING INICIAL Y SE AVISA POR CONSOLA
       ELEGIR-CRITERIO-EQUIPOS.
           IF CRITERIO-EQUIPOS = "R" THEN
               MOVE "S" TO EQUIPOS-POR-RATING
               PERFORM ABRIR-RATINGS
           END-IF.

       ABRIR-RATINGS.
           IF RATINGS-DISPONIBLE = "N" THEN
               OPEN INPUT RATINGS
               IF WS-RATINGS-STATUS = "00" THEN
                   MOVE "S" TO RATINGS-DISPONIBLE
               ELSE
                   DISPLAY "AVISO: SIN GameRatings.dat (STATUS "
                       WS-RATINGS-STATUS "); TODOS CON EL RATING"
                       " INICIAL"
               END-IF
           END-IF.

       CERRAR-RATINGS.
           IF RATINGS-DISPONIBLE = "S" THEN
               CLOSE RATINGS
               MOVE "N" TO RATINGS-DISPONIBLE
           END-IF.

      *> RATING DE NOMBRE-PADRON-BUSCA EN EQU-RATING-ACT, SOLO CUANDO
      *> LA TABLA VA POR RATING; UN JUGADOR QUE TODAVIA NO TIENE
      *> JORNADAS CALIFICADAS CUENTA CON EL RATING INICIAL
       OBTENER-RATING.
           MOVE 0 TO EQU-RATING-ACT
           IF EQUIPOS-POR-RATING = "S" THEN
               MOVE RATING-INICIAL TO EQU-RATING-ACT
               IF RATINGS-DISPONIBLE = "S" THEN
                   MOVE NOMBRE-PADRON-BUSCA TO RAT-NOMBRE
                   READ RATINGS
                       INVALID KEY
                           MOVE RATING-INICIAL TO EQU-RATING-ACT
                       NOT INVALID KEY
                           MOVE RAT-VALOR TO EQU-RATING-ACT
                   END-READ
               END-IF
           END-IF.

      *> SUMA EQUIPO-ACTUAL (CON SUS ACUMULADOS EN EQU-*-ACT) A LA
      *> TABLA DE EQUIPOS, DANDOLO DE ALTA SI ES LA PRIMERA VEZ
       ACUMULAR-EQUIPO.
           MOVE "N" TO ENCONTRADO-EQUIPO
           PERFORM VARYING IDX-EQU-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-EQU-BUSQUEDA > TOTAL-EQUIPOS
               IF EQU-CODIGO(IDX-EQU-BUSQUEDA) = EQUIPO-ACTUAL THEN
                   MOVE "S" TO ENCONTRADO-EQUIPO
                   MOVE IDX-EQU-BUSQUEDA TO IDX-EQUIPO
               END-IF
           END-PERFORM
           IF ENCONTRADO-EQUIPO = "N" THEN
               IF TOTAL-EQUIPOS < 50 THEN
                   ADD 1 TO TOTAL-EQUIPOS
                   MOVE TOTAL-EQUIPOS TO IDX-EQUIPO
                   MOVE EQUIPO-ACTUAL TO EQU-CODIGO(IDX-EQUIPO)
                   MOVE 0 TO EQU-JUGADORES(IDX-EQUIPO)
                   MOVE 0 TO EQU-ACIERTOS(IDX-EQUIPO)
                   MOVE 0 TO EQU-ERRORES(IDX-EQUIPO)
                   MOVE 0 TO EQU-PUNTOS(IDX-EQUIPO)
                   MOVE 0 TO EQU-RATING-TOTAL(IDX-EQUIPO)
                   MOVE 0 TO EQU-RATING-PROM(IDX-EQUIPO)
                   MOVE "S" TO ENCONTRADO-EQUIPO
               ELSE
                   MOVE "S" TO EQUIPOS-EN-LIMITE
               END-IF
           END-IF
           IF ENCONTRADO-EQUIPO = "S" THEN
               ADD 1 TO EQU-JUGADORES(IDX-EQUIPO)
               ADD EQU-ACIERTOS-ACT TO EQU-ACIERTOS(IDX-EQUIPO)
               ADD EQU-ERRORES-ACT TO EQU-ERRORES(IDX-EQUIPO)
               ADD EQU-PUNTOS-ACT TO EQU-PUNTOS(IDX-EQUIPO)
               ADD EQU-RATING-ACT TO EQU-RATING-TOTAL(IDX-EQUIPO)
           END-IF.

      *> ORDENA LA TABLA DE EQUIPOS DESCENDENTE POR PUNTOS (BURBUJA),
      *> IGUAL QUE EL RANKING DE JUGADORES, O POR RATING PROMEDIO
      *> CUANDO LA TABLA VA POR RATING
       ORDENAR-EQUIPOS.
           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
               UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
               IF EQU-JUGADORES(IDX-EQUIPO) > 0 THEN
                   COMPUTE EQU-RATING-PROM(IDX-EQUIPO) ROUNDED =
                       EQU-RATING-TOTAL(IDX-EQUIPO) /
                       EQU-JUGADORES(IDX-EQUIPO)
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-EQU-ORDEN FROM 1 BY 1
               UNTIL IDX-EQU-ORDEN >= TOTAL-EQUIPOS
               COMPUTE LIMITE-EQU-ORDEN = TOTAL-EQUIPOS - IDX-EQU-ORDEN
               PERFORM VARYING IDX-EQU-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-EQU-ORDEN2 > LIMITE-EQU-ORDEN
                   IF (EQUIPOS-POR-RATING = "N" AND
                       EQU-PUNTOS(IDX-EQU-ORDEN2) <
                       EQU-PUNTOS(IDX-EQU-ORDEN2 + 1))
                       OR (EQUIPOS-POR-RATING = "S" AND
                       EQU-RATING-PROM(IDX-EQU-ORDEN2) <
                       EQU-RATING-PROM(IDX-EQU-ORDEN2 + 1))
                       MOVE EQUIPO-ENTRY(IDX-EQU-ORDEN2)
                           TO EQU-TEMPORAL
                       MOVE EQUIPO-ENTRY(IDX-EQU-ORDEN2 + 1)
                           TO EQUIPO-ENTRY(IDX-EQU-ORDEN2)
                       MOVE EQU-TEMPORAL
                           TO EQUIPO-ENTRY(IDX-EQU-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> TABLA DE POSICIONES POR EQUIPO, EN REPORTE Y EXTRACTO
       MOSTRAR-EQUIPOS.
           STRING "---------- POSICIONES POR EQUIPO ----------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF EQUIPOS-EN-LIMITE = "S" THEN
               STRING "AVISO: MAS DE 50 EQUIPOS DISTINTOS; LOS"
                   DELIMITED BY SIZE
                   " EXCEDENTES NO SE SUMARON" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF EQUIPOS-POR-RATING = "S" THEN
               STRING "ORDENADAS POR RATING PROMEDIO (GameRatings.dat)"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING " POS | EQPO | JUGADORES | ACIERTOS | ERRORES |"
                   DELIMITED BY SIZE
                   " PUNTOS    | RATING" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               STRING " POS | EQPO | JUGADORES | ACIERTOS | ERRORES |"
                   DELIMITED BY SIZE
                   " PUNTOS" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF EQUIPOS-POR-RATING = "S" THEN
               STRING "TIPO,POSICION,EQUIPO,JUGADORES,ACIERTOS,ERRORES,"
                   DELIMITED BY SIZE
                   "PUNTOS,RATING" DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
           ELSE
               STRING "TIPO,POSICION,EQUIPO,JUGADORES,ACIERTOS,ERRORES,"
                   DELIMITED BY SIZE
                   "PUNTOS" DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           END-IF
           PERFORM ESCRIBIR-EXTRACTO
           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
               UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
               MOVE EQU-PUNTOS(IDX-EQUIPO) TO EQU-PUNTOS-EDIT
               STRING "  " DELIMITED BY SIZE
                   IDX-EQUIPO DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   EQU-CODIGO(IDX-EQUIPO) DELIMITED BY SIZE
                   " |    " DELIMITED BY SIZE
                   EQU-JUGADORES(IDX-EQUIPO) DELIMITED BY SIZE
                   "    | " DELIMITED BY SIZE
                   EQU-ACIERTOS(IDX-EQUIPO) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   EQU-ERRORES(IDX-EQUIPO) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   EQU-PUNTOS-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               IF EQUIPOS-POR-RATING = "S" THEN
                   MOVE EQU-RATING-PROM(IDX-EQUIPO) TO EQU-RATING-EDIT
                   MOVE " | " TO WS-LINEA-REPORTE(57:3)
                   MOVE EQU-RATING-EDIT TO WS-LINEA-REPORTE(60:6)
               END-IF
               PERFORM MOSTRAR-LINEA
               MOVE EQU-PUNTOS(IDX-EQUIPO) TO EXT-PUNTOS-EQU
               MOVE EQU-RATING-PROM(IDX-EQUIPO) TO EXT-RATING-EQU
               STRING "EQUIPOS," DELIMITED BY SIZE
                   IDX-EQUIPO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EQU-CODIGO(IDX-EQUIPO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EQU-JUGADORES(IDX-EQUIPO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EQU-ACIERTOS(IDX-EQUIPO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EQU-ERRORES(IDX-EQUIPO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EXT-PUNTOS-EQU DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               IF EQUIPOS-POR-RATING = "S" THEN
                   MOVE "," TO WS-LINEA-EXTRACTO(47:1)
                   MOVE EXT-RATING-EQU TO WS-LINEA-EXTRACTO(48:6)
               END-IF
               PERFORM ESCRIBIR-EXTRACTO
           END-PERFORM
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> CARGA LAS REGLAS DE PUNTAJE DE LA TEMPORADA DESDE
      *> GameScoring.txt. SIN ARCHIVO, O CON CUALQUIER CAMPO NO
      *> NUMERICO, QUEDAN LAS REGLAS ESTANDAR (TODO VALE 1, SIN
      *> BONIFICACION), QUE REPRODUCEN EL VIEJO ACIERTOS MENOS
      *> ERRORES; UN ARCHIVO MAL TIPEADO SE AVISA Y NO SE USA A
      *> MEDIAS
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

      *> CARGA LAS SESIONES RETENIDAS (ESTADO P) DE GameReview.txt.
      *> SIN ARCHIVO NO HAY NADA RETENIDO; UN ARCHIVO QUE NO SE PUEDE
      *> LEER O CON MAS RETENIDAS QUE LA TABLA CORTA LA CORRIDA: SEGUIR
      *> SIN ESAS RETENCIONES SUBIRIA AL MAESTRO JUGADAS EN REVISION
       CARGAR-RETENIDAS.
           MOVE 0 TO TOTAL-RETENIDAS
           OPEN INPUT REVISION
           IF WS-REVISION-STATUS NOT = "00"
               AND WS-REVISION-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameReview.txt, STATUS "
                   WS-REVISION-STATUS
               MOVE 16 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
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
                       MOVE 16 TO CODIGO-RETORNO
                       PERFORM ABORTAR-CORRIDA
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
                           CLOSE REVISION
                           MOVE 16 TO CODIGO-RETORNO
                           PERFORM ABORTAR-CORRIDA
                       END-IF
                   END-IF
                   READ REVISION
                   AT END SET FinRevision TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REVISION
           END-IF
           IF TOTAL-RETENIDAS > 0 THEN
               DISPLAY "SESIONES RETENIDAS EN REVISION: "
                   TOTAL-RETENIDAS
           END-IF.

      *> DEJA JUGADA-RETENIDA EN "S" SI EL REGISTRO ACTUAL DE
      *> DetalleJuego ES DE UNA SESION RETENIDA Y SU Posicion QUEDA POR
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

      *> PUNTUA EL REGISTRO ACTUAL DE DetalleJuego SEGUN LAS REGLAS
      *> VIGENTES, DEJANDO EL RESULTADO EN CAL-PUNTOS
       PUNTUAR-JUGADA-ACTUAL.
           MOVE Acierto TO CAL-ACIERTO
           MOVE Direccion TO CAL-DIRECCION
           MOVE ColorFlecha TO CAL-COLOR
           MOVE Tiempo TO CAL-TIEMPO
           PERFORM CALCULAR-PUNTOS-JUGADA.

      *> LA CUENTA DE PUNTOS DE UNA JUGADA, LA MISMA PARA TODOS LOS
      *> PROGRAMAS: UN ACIERTO VALE LOS PUNTOS DE SU COLOR MAS LA
      *> BONIFICACION SI EL TIEMPO NO SUPERA EL UMBRAL (UMBRAL CERO
      *> DESACTIVA LA BONIFICACION); UN ERROR RESTA LA PENALIDAD DE
      *> SU DIRECCION
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

      *> LINEAS "USUA" QUE SIGUEN AL REGISTRO "LOTE" EN EL ARCHIVO DE
      *> CONTROL; CUALQUIER OTRO TIPO DE LINEA ES UN ERROR DE
      *> OPERACION, IGUAL QUE UN PRIMER REGISTRO QUE NO DICE "LOTE"
       LEER-USUARIOS-LOTE.
           IF USUARIO-LOTE1 NOT = SPACES THEN
               MOVE USUARIO-LOTE1 TO USUARIO-NUEVO
               PERFORM AGREGAR-USUARIO
           END-IF
           MOVE "N" TO FIN-USUARIOS
           PERFORM UNTIL FIN-USUARIOS = "S"
               READ CONFIGLOTE
                   AT END MOVE "S" TO FIN-USUARIOS
                   NOT AT END
                       IF CTL-MODO = "USUA" THEN
                           IF CTL-USUARIO1 NOT = SPACES THEN
                               MOVE CTL-USUARIO1 TO USUARIO-NUEVO
                               PERFORM AGREGAR-USUARIO
                           END-IF
                       ELSE
                           DISPLAY "GameControl.txt INVALIDO,"
                               " CTL-MODO=" CTL-MODO
                           CLOSE CONFIGLOTE
                           MOVE 8 TO CODIGO-RETORNO
                           PERFORM ABORTAR-CORRIDA
                       END-IF
               END-READ
           END-PERFORM.

      *> DA DE ALTA A USUARIO-NUEVO EN LA TABLA DE USUARIOS DE LA
      *> CORRIDA CON TODOS SUS ACUMULADOS EN CERO; UN NOMBRE REPETIDO
      *> NO SE DUPLICA Y PASADO EL TOPE SE AVISA Y SE SIGUE
       AGREGAR-USUARIO.
           MOVE "N" TO ENCONTRADO-USR
           PERFORM VARYING IDX-USR-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-USR-BUSQUEDA > TOTAL-USUARIOS
               IF USR-NOMBRE(IDX-USR-BUSQUEDA) = USUARIO-NUEVO THEN
                   MOVE "S" TO ENCONTRADO-USR
               END-IF
           END-PERFORM
           IF ENCONTRADO-USR = "N" THEN
               IF TOTAL-USUARIOS < 10 THEN
                   ADD 1 TO TOTAL-USUARIOS
                   INITIALIZE USUARIO-ENTRY(TOTAL-USUARIOS)
                   MOVE USUARIO-NUEVO TO USR-NOMBRE(TOTAL-USUARIOS)
                   MOVE "N" TO USR-ENCONTRADO(TOTAL-USUARIOS)
                   MOVE "N" TO USR-EN-DIARIO(TOTAL-USUARIOS)
                   MOVE 9999999999
                       TO USR-TIEMPO-MINIMO(TOTAL-USUARIOS)
                   MOVE 0 TO TOTAL-DIAS(TOTAL-USUARIOS)
                   MOVE "N" TO DIAS-EN-LIMITE(TOTAL-USUARIOS)
                   MOVE 0 TO TOTAL-JUGADAS(TOTAL-USUARIOS)
                   MOVE "N" TO JUGADAS-EN-LIMITE(TOTAL-USUARIOS)
               ELSE
                   DISPLAY "AVISO: MAS DE 10 USUARIOS; SE OMITE "
                       USUARIO-NUEVO
               END-IF
           END-IF.

      *> QUE OPERACIONES PIDE LA CORRIDA: EN INTERACTIVO TODAS, EN
      *> LOTE LAS MARCADAS EN CTL-OPERACIONES (O TODAS SI VIENE EN
      *> BLANCO). LA PASADA SOLO ACUMULA PARA LAS PEDIDAS
       MARCAR-OPERACIONES.
           PERFORM VARYING IDX-OPERACION FROM 1 BY 1
               UNTIL IDX-OPERACION > 10
               IF MODO-LOTE = "N" OR OPERACIONES-LOTE = SPACES
                   OR OP-FLAG(IDX-OPERACION) = "1" THEN
                   MOVE "S" TO OP-PEDIDA(IDX-OPERACION)
               ELSE
                   MOVE "N" TO OP-PEDIDA(IDX-OPERACION)
               END-IF
           END-PERFORM.

      *> TODO LO QUE LA PASADA NECESITA ABIERTO O EN CERO ANTES DE
      *> LEER EL PRIMER REGISTRO. EL MAESTRO SE ABRE SOLO DE LECTURA:
      *> CADA JUGADOR NUEVO QUE ENTRA AL RANKING CONSULTA SU PROPIA
      *> MAE-ULTIMA-POSICION (SU MARCA DE AGUA INDIVIDUAL) PARA SABER
      *> DESDE QUE POSICION DEL ARCHIVO LE FALTA ACUMULAR; LA
      *> ACTUALIZACION RECIEN SE HACE DESPUES DEL CUADRE
       PREPARAR-PASADA.
           MOVE 0 TO JUGADAS-RETENIDAS
           MOVE "N" TO MAESTRO-EN-PASADA
           IF OP-PEDIDA(5) = "S" THEN
               MOVE 0 TO TOTAL-JUGADORES
               MOVE 0 TO IDX-JUG-ULTIMO
               OPEN INPUT MAESTRO
               IF WS-MAESTRO-STATUS = "00" THEN
                   MOVE "S" TO MAESTRO-EN-PASADA
               ELSE
                   IF WS-MAESTRO-STATUS NOT = "35" THEN
                       DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                           WS-MAESTRO-STATUS
                       MOVE 16 TO CODIGO-RETORNO
                       PERFORM ABORTAR-CORRIDA
                   END-IF
               END-IF
               PERFORM ABRIR-PADRON
           END-IF
           MOVE "N" TO RESUMEN-DISPONIBLE
           IF OP-PEDIDA(10) = "S" THEN
               MOVE 0 TO TOTAL-CONCILIA
               MOVE 0 TO IDX-CONCILIA
               MOVE 0 TO TOTAL-EXCEPCIONES
               MOVE "N" TO CONCILIA-EN-LIMITE
               OPEN INPUT RESUMEN
               IF WS-RESUMEN-STATUS = "00" THEN
                   MOVE "S" TO RESUMEN-DISPONIBLE
                   CLOSE RESUMEN
               END-IF
           END-IF
           IF OP-PEDIDA(1) = "S" THEN
               OPEN OUTPUT TRABAJO
               IF WS-TRABAJO-STATUS NOT = "00" THEN
                   DISPLAY "ERROR ABRIENDO GameUserWork.txt, STATUS "
                       WS-TRABAJO-STATUS
                   MOVE 20 TO CODIGO-RETORNO
                   PERFORM ABORTAR-CORRIDA
               END-IF
           END-IF
      *> EL HISTORICO ENTRA A LA PASADA SI LO PIDE EL ALCANCE DE LAS
      *> OPERACIONES POR USUARIO, O SI LA CONCILIACION NO TIENE EL
      *> RESUMEN MENSUAL Y TIENE QUE RECALCULAR DESDE EL CRUDO
           MOVE "N" TO HISTORIA-EN-PASADA
           IF MODO-HISTORIA = "S"
               AND (OP-PEDIDA(1) = "S" OR OP-PEDIDA(2) = "S"
                   OR OP-PEDIDA(8) = "S" OR OP-PEDIDA(9) = "S") THEN
               MOVE "S" TO HISTORIA-EN-PASADA
           END-IF
           IF OP-PEDIDA(10) = "S" AND RESUMEN-DISPONIBLE = "N" THEN
               MOVE "S" TO HISTORIA-EN-PASADA
           END-IF.

      *> LA PASADA UNICA: PRIMERO LO YA ARCHIVADO POR LA DEPURACION
      *> (QUE EN GENERAL TIENE LAS Posicion MAS BAJAS) Y DESPUES EL
      *> DIARIO, ASI LAS JUGADAS LLEGAN CASI SIEMPRE EN ORDEN. CADA
      *> REGISTRO ARCHIVADO SE COPIA AL AREA DEL DIARIO (MISMO
      *> DIBUJO) Y PASA POR EL MISMO REPARTO. SIN ARCHIVO HISTORICO
      *> (TODAVIA SIN DEPURACIONES) SE AVISA Y SE SIGUE SOLO CON EL
      *> DIARIO
       RECORRER-PASADA.
           OPEN INPUT DATOS
           PERFORM VERIFICAR-APERTURA-DATOS
           IF HISTORIA-EN-PASADA = "S" THEN
               OPEN INPUT HISTORIA
               IF WS-HISTORIA-STATUS = "00" THEN
                   MOVE "H" TO ORIGEN-REGISTRO
                   READ HISTORIA
                   AT END SET FinHistoria TO TRUE
                   END-READ
                   PERFORM UNTIL FinHistoria
                       MOVE DetalleHistoria TO DetalleJuego
                       PERFORM PROCESAR-REGISTRO
                       READ HISTORIA
                       AT END SET FinHistoria TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA
               ELSE
                   IF MODO-HISTORIA = "S" THEN
                       DISPLAY "AVISO: SIN GameHistory.txt (STATUS "
                           WS-HISTORIA-STATUS "); ALCANCE SOLO DIARIO"
      *> EL HISTORICO NO SE LEYO: SE VUELVE AL ALCANCE DIARIO PARA
      *> QUE EL REPORTE Y LA AUDITORIA NO DIGAN LO CONTRARIO
                       MOVE "N" TO MODO-HISTORIA
                   END-IF
               END-IF
           END-IF

           MOVE "D" TO ORIGEN-REGISTRO
           MOVE 0 TO CUADRE-CONTADOS
           READ DATOS
           AT END SET FinArchivo TO TRUE
           NOT AT END
               ADD 1 TO CUADRE-CONTADOS
               ADD 1 TO AUD-REGISTROS-LEIDOS
           END-READ
           PERFORM UNTIL FinArchivo
               PERFORM PROCESAR-REGISTRO
               READ DATOS
               AT END SET FinArchivo TO TRUE
               NOT AT END
                   ADD 1 TO CUADRE-CONTADOS
                   ADD 1 TO AUD-REGISTROS-LEIDOS
               END-READ
           END-PERFORM
           CLOSE DATOS

           IF OP-PEDIDA(1) = "S" THEN
               CLOSE TRABAJO
           END-IF
           IF MAESTRO-EN-PASADA = "S" THEN
               CLOSE MAESTRO
               MOVE "N" TO MAESTRO-EN-PASADA
           END-IF.

      *> REPARTO DE UN REGISTRO (DEL DIARIO O DEL HISTORICO) A LAS
      *> OPERACIONES PEDIDAS. LAS OPERACIONES 1, 2, 8 Y 9 VEN EL
      *> HISTORICO SOLO CON EL ALCANCE HISTORICO PEDIDO; LAS 3, 4, 5
      *> Y 6 SON SIEMPRE DEL DIARIO; LA CONCILIACION TOMA EL HISTORICO
      *> CRUDO SOLO CUANDO NO HAY RESUMEN MENSUAL
       PROCESAR-REGISTRO.
           PERFORM UBICAR-USUARIO-REGISTRO
           PERFORM EVALUAR-RANGO-FECHA
           IF IDX-USR-REG > 0 THEN
               IF ORIGEN-REGISTRO = "D" OR MODO-HISTORIA = "S" THEN
                   MOVE "S" TO USR-ENCONTRADO(IDX-USR-REG)
                   IF REGISTRO-EN-RANGO = "S" THEN
                       IF OP-PEDIDA(1) = "S" THEN
                           PERFORM PROCESAR-REGISTRO-OP1
                       END-IF
                       IF OP-PEDIDA(2) = "S" THEN
                           PERFORM PROCESAR-REGISTRO-OP2
                       END-IF
                       IF OP-PEDIDA(8) = "S" THEN
                           PERFORM ACUMULAR-DIA
                       END-IF
                       IF OP-PEDIDA(9) = "S" THEN
                           PERFORM INSERTAR-JUGADA
                       END-IF
                   END-IF
               END-IF
               IF ORIGEN-REGISTRO = "D" THEN
                   MOVE "S" TO USR-EN-DIARIO(IDX-USR-REG)
                   IF REGISTRO-EN-RANGO = "S" THEN
                       IF OP-PEDIDA(4) = "S" THEN
                           PERFORM PROCESAR-REGISTRO-OP4
                       END-IF
                       IF OP-PEDIDA(6) = "S" THEN
                           PERFORM PROCESAR-REGISTRO-OP6
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF ORIGEN-REGISTRO = "D" THEN
               IF OP-PEDIDA(3) = "S" THEN
                   PERFORM PROCESAR-REGISTRO-OP3
               END-IF
               MOVE "N" TO JUGADA-RETENIDA
               IF OP-PEDIDA(5) = "S" OR OP-PEDIDA(10) = "S" THEN
                   PERFORM VERIFICAR-RETENCION
               END-IF
               IF OP-PEDIDA(5) = "S" THEN
                   PERFORM PROCESAR-REGISTRO-OP5
               END-IF
      *> LAS JUGADAS RETENIDAS NO ESTAN EN EL MAESTRO: SE DEJAN
      *> AFUERA DEL RECALCULO PARA QUE NO APAREZCAN COMO DIFERENCIA
               IF OP-PEDIDA(10) = "S" AND JUGADA-RETENIDA = "N" THEN
                   PERFORM ACUMULAR-CONCILIA-JUGADA
               END-IF
           ELSE
               IF OP-PEDIDA(10) = "S" AND RESUMEN-DISPONIBLE = "N"
                   THEN
                   PERFORM ACUMULAR-CONCILIA-JUGADA
               END-IF
           END-IF.

      *> UBICA AL JUGADOR DEL REGISTRO EN LA TABLA DE USUARIOS DE LA
      *> CORRIDA; CERO SI NO ES NINGUNO DE LOS PEDIDOS
       UBICAR-USUARIO-REGISTRO.
           MOVE 0 TO IDX-USR-REG
           PERFORM VARYING IDX-USR-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-USR-BUSQUEDA > TOTAL-USUARIOS
                   OR IDX-USR-REG > 0
               IF USR-NOMBRE(IDX-USR-BUSQUEDA) = Nombre THEN
                   MOVE IDX-USR-BUSQUEDA TO IDX-USR-REG
               END-IF
           END-PERFORM.

      *> DEJA REGISTRO-EN-RANGO EN "S" SI LA Fecha DEL REGISTRO CAE
      *> DENTRO DEL FILTRO DE FECHAS DE LA CORRIDA
       EVALUAR-RANGO-FECHA.
           IF (FECHA-DESDE = SPACES OR Fecha NOT < FECHA-DESDE)
               AND (FECHA-HASTA = SPACES OR Fecha NOT > FECHA-HASTA)
               THEN
               MOVE "S" TO REGISTRO-EN-RANGO
           ELSE
               MOVE "N" TO REGISTRO-EN-RANGO
           END-IF.

      *> INDICE (1 A 4, CERO SI NO SE RECONOCE) DE LA Direccion Y DE
      *> LA Entrada DEL REGISTRO: IZQUIERDA, ARRIBA, ABAJO, DERECHA
       UBICAR-DIRECCION.
           MOVE 0 TO IDX-DIR
           MOVE 0 TO IDX-ENT
           IF Direccion = "izquierda" THEN MOVE 1 TO IDX-DIR
           END-IF
           IF Direccion = "arriba" THEN MOVE 2 TO IDX-DIR
           END-IF
           IF Direccion = "abajo" THEN MOVE 3 TO IDX-DIR
           END-IF
           IF Direccion = "derecha" THEN MOVE 4 TO IDX-DIR
           END-IF
           IF Entrada = "izquierda" THEN MOVE 1 TO IDX-ENT
           END-IF
           IF Entrada = "arriba" THEN MOVE 2 TO IDX-ENT
           END-IF
           IF Entrada = "abajo" THEN MOVE 3 TO IDX-ENT
           END-IF
           IF Entrada = "derecha" THEN MOVE 4 TO IDX-ENT
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

      *> PRIMERA OPERACION (PUNTAJE DEL USUARIO): LA LINEA DE DETALLE
      *> VA AL ARCHIVO DE TRABAJO CON EL NUMERO DE USUARIO, PARA
      *> IMPRIMIRLA DESPUES EN EL BLOQUE DE SU USUARIO; CONTADORES Y
      *> TIEMPOS QUEDAN EN LA TABLA DE USUARIOS
       PROCESAR-REGISTRO-OP1.
           MOVE SPACES TO LineaTrabajo
           MOVE IDX-USR-REG TO TRB-USUARIO
           STRING Direccion DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ColorFlecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Acierto DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Nombre DELIMITED BY SIZE
               INTO TRB-LINEA
           WRITE LineaTrabajo
           IF WS-TRABAJO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ESCRIBIENDO GameUserWork.txt, STATUS "
                   WS-TRABAJO-STATUS
               MOVE 20 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           ADD 1 TO USR-DETALLE(IDX-USR-REG)
           IF Acierto = "Si" THEN
               ADD 1 TO USR-ACIERTOS(IDX-USR-REG)
               ADD Tiempo TO USR-SUMA-TIEMPO(IDX-USR-REG)
               IF Tiempo < USR-TIEMPO-MINIMO(IDX-USR-REG) THEN
                   MOVE Tiempo TO USR-TIEMPO-MINIMO(IDX-USR-REG)
               END-IF
               IF Tiempo > USR-TIEMPO-MAXIMO(IDX-USR-REG) THEN
                   MOVE Tiempo TO USR-TIEMPO-MAXIMO(IDX-USR-REG)
               END-IF
           END-IF
           IF Acierto = "No" THEN
               ADD 1 TO USR-ERRORES(IDX-USR-REG)
           END-IF
           ADD 1 TO USR-FLECHAS(IDX-USR-REG).

      *> SEGUNDA OPERACION (DETALLE DE FLECHAS POR DIRECCION)
       PROCESAR-REGISTRO-OP2.
           PERFORM UBICAR-DIRECCION
           IF Acierto = "Si" THEN
               IF IDX-DIR > 0 THEN
                   ADD 1 TO USR-DIR-ACIERTOS(IDX-USR-REG, IDX-DIR)
               END-IF
               ADD 1 TO USR-DIR-TOTAL-ACIERTOS(IDX-USR-REG)
           END-IF
           IF Acierto = "No" THEN
               IF IDX-DIR > 0 THEN
                   ADD 1 TO USR-DIR-ERRORES(IDX-USR-REG, IDX-DIR)
               END-IF
               ADD 1 TO USR-DIR-TOTAL-ERRORES(IDX-USR-REG)
           END-IF.

      *> TERCERA OPERACION: LOS DOS JUGADORES A COMPARAR SON
      *> CTL-USUARIO1 Y CTL-USUARIO2 (EN INTERACTIVO, EL PRIMER
      *> USUARIO Y EL SEGUNDO JUGADOR PEDIDO)
       PROCESAR-REGISTRO-OP3.
           IF Nombre = USUARIO-LOTE1 THEN
               MOVE "S" TO ENCONTRADO-USUARIO1
               IF REGISTRO-EN-RANGO = "S" THEN
                   IF Acierto = "Si" THEN
                       ADD 1 TO TOTALACIERTO1
                   END-IF
                   IF Acierto = "No" THEN
                       ADD 1 TO TOTALERROR1
                   END-IF
                   PERFORM PUNTUAR-JUGADA-ACTUAL
                   ADD CAL-PUNTOS TO NETPUNTOS1
               END-IF
           END-IF
           IF Nombre = USUARIO-LOTE2 THEN
               MOVE "S" TO ENCONTRADO-USUARIO2
               IF REGISTRO-EN-RANGO = "S" THEN
                   IF Acierto = "Si" THEN
                       ADD 1 TO TOTALACIERTO2
                   END-IF
                   IF Acierto = "No" THEN
                       ADD 1 TO TOTALERROR2
                   END-IF
                   PERFORM PUNTUAR-JUGADA-ACTUAL
                   ADD CAL-PUNTOS TO NETPUNTOS2
               END-IF
           END-IF.

      *> CUARTA OPERACION (DETALLE DE COLORES)
       PROCESAR-REGISTRO-OP4.
           PERFORM UBICAR-COLOR
           IF Acierto = "Si" THEN
               IF IDX-COL > 0 THEN
                   ADD 1 TO USR-COL-ACIERTOS(IDX-USR-REG, IDX-COL)
               END-IF
               ADD 1 TO USR-COL-TOTAL-ACIERTOS(IDX-USR-REG)
           END-IF
           IF Acierto = "No" THEN
               IF IDX-COL > 0 THEN
                   ADD 1 TO USR-COL-ERRORES(IDX-USR-REG, IDX-COL)
               END-IF
               ADD 1 TO USR-COL-TOTAL-ERRORES(IDX-USR-REG)
           END-IF.

      *> QUINTA OPERACION (TABLA DE POSICIONES). UNA JUGADA DE UNA
      *> SESION RETENIDA NO SE BUSCA NI DA DE ALTA AL JUGADOR: NO
      *> CUENTA PARA EL RANKING NI PARA LOS NUEVOS DEL MAESTRO. SU
      *> Posicion SI CUENTA PARA MAX-POSICION-VISTA, ASI QUE LA MARCA
      *> DE AGUA LA PASA DE LARGO; SI LA SESION SE LIBERA,
      *> gamereview LE SUMA AL MAESTRO LO QUE QUEDO DEBAJO DE LA
      *> MARCA. LAS JUGADAS DE UN JUGADOR VIENEN SEGUIDAS, ASI QUE
      *> ANTES DE RECORRER LA TABLA SE PRUEBA CON EL ULTIMO UBICADO
       PROCESAR-REGISTRO-OP5.
           MOVE "N" TO ENCONTRADO-JUG
           IF JUGADA-RETENIDA = "N" THEN
               IF IDX-JUG-ULTIMO > 0 THEN
                   IF JUG-NOMBRE(IDX-JUG-ULTIMO) = Nombre THEN
                       MOVE "S" TO ENCONTRADO-JUG
                   END-IF
               END-IF
               IF ENCONTRADO-JUG = "N" THEN
                   PERFORM VARYING IDX-BUSQUEDA FROM 1 BY 1
                       UNTIL IDX-BUSQUEDA > TOTAL-JUGADORES
                           OR ENCONTRADO-JUG = "S"
                       IF JUG-NOMBRE(IDX-BUSQUEDA) = Nombre THEN
                           MOVE "S" TO ENCONTRADO-JUG
                           MOVE IDX-BUSQUEDA TO IDX-JUG-ULTIMO
                       END-IF
                   END-PERFORM
               END-IF
               IF ENCONTRADO-JUG = "S" THEN
                   PERFORM SUMAR-JUGADA-RANKING
               ELSE
                   PERFORM ALTA-JUGADOR-RANKING
               END-IF
           END-IF

      *> MAX-POSICION-VISTA ES LA POSICION MAS ALTA VISTA EN TODO EL
      *> ARCHIVO EN ESTA CORRIDA, SIN CONDICIONAR AL LIMITE DE
      *> JUGADORES DISTINTOS: EL RECORRIDO DEL ARCHIVO SIEMPRE ES
      *> COMPLETO, SOLO LA TABLA EN MEMORIA TIENE TOPE
           IF Posicion > MAX-POSICION-VISTA THEN
               MOVE Posicion TO MAX-POSICION-VISTA
           END-IF.

      *> UN JUGADOR NO VISTO TODAVIA EN LA TABLA SOLO OCUPA UN LUGAR SI
      *> ESTE REGISTRO CAE DENTRO DEL FILTRO DE FECHA: SI NO TIENE
      *> NINGUNA ACTIVIDAD EN EL RANGO PEDIDO NO DEBE APARECER EN EL
      *> RANKING NI CONSUMIR UN CUPO QUE LE CORRESPONDERIA A UN
      *> PARTICIPANTE REAL DEL RANGO CONSULTADO
       ALTA-JUGADOR-RANKING.
           IF REGISTRO-EN-RANGO = "S" THEN
               IF TOTAL-JUGADORES < 1000 THEN
                   ADD 1 TO TOTAL-JUGADORES
                   MOVE TOTAL-JUGADORES TO IDX-JUG-ULTIMO
                   MOVE Nombre TO JUG-NOMBRE(IDX-JUG-ULTIMO)
                   MOVE 0 TO JUG-ACIERTOS(IDX-JUG-ULTIMO)
                   MOVE 0 TO JUG-ERRORES(IDX-JUG-ULTIMO)
                   MOVE 0 TO JUG-ACIERTOS-NUEVOS(IDX-JUG-ULTIMO)
                   MOVE 0 TO JUG-ERRORES-NUEVOS(IDX-JUG-ULTIMO)
                   MOVE 0 TO JUG-PUNTOS(IDX-JUG-ULTIMO)
                   MOVE 0 TO JUG-PUNTOS-NUEVOS(IDX-JUG-ULTIMO)

      *> EL EQUIPO SALE DEL PADRON DE JUGADORES REGISTRADOS; UN
      *> NOMBRE QUE NO ESTA EN EL PADRON QUEDA EN "----"
                   MOVE Nombre TO NOMBRE-PADRON-BUSCA
                   PERFORM OBTENER-EQUIPO-PADRON
                   MOVE EQUIPO-HALLADO TO JUG-EQUIPO(IDX-JUG-ULTIMO)

      *> MARCA DE AGUA PROPIA DE ESTE JUGADOR: SI YA TIENE UN
      *> REGISTRO EN EL MAESTRO, SE RETOMA DESDE SU ULTIMA POSICION
      *> PROCESADA; SI ES LA PRIMERA VEZ QUE SE LO VE, DESDE CERO
                   MOVE 000000000 TO JUG-ULTIMA-POSICION(IDX-JUG-ULTIMO)
                   IF MAESTRO-EN-PASADA = "S" THEN
                       MOVE Nombre TO MAE-NOMBRE
                       READ MAESTRO
                           INVALID KEY
                               MOVE 000000000 TO
                                   JUG-ULTIMA-POSICION(IDX-JUG-ULTIMO)
                           NOT INVALID KEY
                               MOVE MAE-ULTIMA-POSICION TO
                                   JUG-ULTIMA-POSICION(IDX-JUG-ULTIMO)
                       END-READ
                   END-IF
                   PERFORM SUMAR-JUGADA-RANKING
               ELSE
                   IF TOTAL-JUG-EN-LIMITE = "N" THEN
                       MOVE "S" TO TOTAL-JUG-EN-LIMITE
                       MOVE Posicion TO POSICION-PRIMER-OMITIDO
                   END-IF
               END-IF
           END-IF.

      *> SUMA LA JUGADA AL JUGADOR IDX-JUG-ULTIMO DEL RANKING: AL
      *> RANKING DE LA CORRIDA SI PASA EL FILTRO DE FECHA, Y AL
      *> ACUMULADO NUEVO (PARA EL MAESTRO) SI SUPERA LA MARCA DE
      *> AGUA DEL JUGADOR; LOS PUNTOS SEGUN LAS REGLAS VIGENTES
       SUMAR-JUGADA-RANKING.
           PERFORM PUNTUAR-JUGADA-ACTUAL
           IF REGISTRO-EN-RANGO = "S" THEN
               IF Acierto = "Si" THEN
                   ADD 1 TO JUG-ACIERTOS(IDX-JUG-ULTIMO)
               END-IF
               IF Acierto = "No" THEN
                   ADD 1 TO JUG-ERRORES(IDX-JUG-ULTIMO)
               END-IF
               ADD CAL-PUNTOS TO JUG-PUNTOS(IDX-JUG-ULTIMO)
           END-IF
           IF Posicion > JUG-ULTIMA-POSICION(IDX-JUG-ULTIMO) THEN
               IF Acierto = "Si" THEN
                   ADD 1 TO JUG-ACIERTOS-NUEVOS(IDX-JUG-ULTIMO)
               END-IF
               IF Acierto = "No" THEN
                   ADD 1 TO JUG-ERRORES-NUEVOS(IDX-JUG-ULTIMO)
               END-IF
               ADD CAL-PUNTOS TO JUG-PUNTOS-NUEVOS(IDX-JUG-ULTIMO)
           END-IF.

      *> SEXTA OPERACION (ENTRADA VS DIRECCION EN LOS ERRORES)
       PROCESAR-REGISTRO-OP6.
           IF Acierto = "No" THEN
               PERFORM UBICAR-DIRECCION
               IF IDX-DIR > 0 AND IDX-ENT > 0 THEN
                   ADD 1 TO USR-CRUCE(IDX-USR-REG, IDX-DIR, IDX-ENT)
               END-IF
           END-IF.

      *> NOVENA OPERACION (RACHAS): LA JUGADA SE INSERTA EN LA TABLA
      *> DEL USUARIO EN SU LUGAR POR Posicion. COMO EL HISTORICO SE
      *> LEE ANTES QUE EL DIARIO, CASI TODAS VAN AL FINAL; SOLO UNA
      *> JUGADA QUE QUEDO RETENIDA EN EL DIARIO MIENTRAS SE ARCHIVABAN
      *> LAS POSTERIORES (O UNA LIBERADA Y ARCHIVADA DESPUES) TIENE
      *> QUE CORRER A LAS DEMAS UN LUGAR
       INSERTAR-JUGADA.
           IF TOTAL-JUGADAS(IDX-USR-REG) < 20000 THEN
               ADD 1 TO TOTAL-JUGADAS(IDX-USR-REG)
               MOVE TOTAL-JUGADAS(IDX-USR-REG) TO IDX-JGD-INSERTA
               MOVE "N" TO FIN-INSERCION
               PERFORM UNTIL FIN-INSERCION = "S"
                   IF IDX-JGD-INSERTA = 1 THEN
                       MOVE "S" TO FIN-INSERCION
                   ELSE
                       IF JGD-POSICION(IDX-USR-REG, IDX-JGD-INSERTA - 1)
                           > Posicion THEN
                           MOVE JUGADA-ENTRY(IDX-USR-REG,
                               IDX-JGD-INSERTA - 1)
                               TO JUGADA-ENTRY(IDX-USR-REG,
                               IDX-JGD-INSERTA)
                           SUBTRACT 1 FROM IDX-JGD-INSERTA
                       ELSE
                           MOVE "S" TO FIN-INSERCION
                       END-IF
                   END-IF
               END-PERFORM
               MOVE Posicion
                   TO JGD-POSICION(IDX-USR-REG, IDX-JGD-INSERTA)
               MOVE Acierto TO JGD-ACIERTO(IDX-USR-REG, IDX-JGD-INSERTA)
               MOVE Fecha TO JGD-FECHA(IDX-USR-REG, IDX-JGD-INSERTA)
           ELSE
               MOVE "S" TO JUGADAS-EN-LIMITE(IDX-USR-REG)
           END-IF.

      *> DECIMA OPERACION: SUMA LA JUGADA DEL AREA DEL DIARIO (DEL
      *> DIARIO O COPIADA DEL HISTORICO) AL RECALCULO DE SU JUGADOR
       ACUMULAR-CONCILIA-JUGADA.
           MOVE Nombre TO CONC-NOMBRE-ACTUAL
           MOVE Acierto TO CONC-ACIERTO-ACTUAL
           PERFORM PUNTUAR-JUGADA-ACTUAL
           MOVE CAL-PUNTOS TO CONC-PUNTOS-ACTUAL
           PERFORM ACUMULAR-CONCILIA.

      *> LISTADO DE DETALLE DE LA PRIMERA OPERACION PARA EL USUARIO
      *> IDX-USUARIO: SE RELEE EL ARCHIVO DE TRABAJO QUE DEJO LA
      *> PASADA Y SE IMPRIMEN SOLO SUS LINEAS, EN EL ORDEN LEIDO
       LISTAR-DETALLE-USUARIO.
           OPEN INPUT TRABAJO
           IF WS-TRABAJO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameUserWork.txt, STATUS "
                   WS-TRABAJO-STATUS
               MOVE 20 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           READ TRABAJO
           AT END SET FinTrabajo TO TRUE
           END-READ
           PERFORM UNTIL FinTrabajo
               IF TRB-USUARIO = IDX-USUARIO THEN
                   MOVE TRB-LINEA TO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
               READ TRABAJO
               AT END SET FinTrabajo TO TRUE
               END-READ
           END-PERFORM
           CLOSE TRABAJO.

      *> PRIMERA OPERACION: PUNTAJE DEL USUARIO IDX-USUARIO
       INFORMAR-OP1.
           MOVE USR-NOMBRE(IDX-USUARIO) TO USUARIO
           MOVE 0 TO TIEMPO-PROMEDIO
           STRING "Direccion          Color         Acierto"
               DELIMITED BY SIZE
               "        Usuario" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "-----------------------------------------"
               DELIMITED BY SIZE
               "--------------------------" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           IF USR-DETALLE(IDX-USUARIO) > 0 THEN
               PERFORM LISTAR-DETALLE-USUARIO
           END-IF

      *> RESULTADO DE BUSQUEDA POR ACIERTOS
           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "DATOS DEL USUARIO: " DELIMITED BY SIZE
               USUARIO DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-FILTRO-FECHA
           PERFORM MOSTRAR-ALCANCE
           IF USR-ENCONTRADO(IDX-USUARIO) = "N" THEN
               STRING "        USUARIO NO ENCONTRADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               STRING "   TOTAL ACIERTOS: " DELIMITED BY SIZE
                   USR-ACIERTOS(IDX-USUARIO) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "    TOTAL ERRORES: " DELIMITED BY SIZE
                   USR-ERRORES(IDX-USUARIO) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "    TOTAL FLECHAS: " DELIMITED BY SIZE
                   USR-FLECHAS(IDX-USUARIO) DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               IF USR-ACIERTOS(IDX-USUARIO) > 0 THEN
                   COMPUTE TIEMPO-PROMEDIO ROUNDED =
                       USR-SUMA-TIEMPO(IDX-USUARIO) /
                       USR-ACIERTOS(IDX-USUARIO)
                   STRING " TIEMPO PROMEDIO: " DELIMITED BY SIZE
                       TIEMPO-PROMEDIO DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
                   STRING "   TIEMPO MINIMO: " DELIMITED BY SIZE
                       USR-TIEMPO-MINIMO(IDX-USUARIO) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
                   STRING "   TIEMPO MAXIMO: " DELIMITED BY SIZE
                       USR-TIEMPO-MAXIMO(IDX-USUARIO) DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               ELSE
                   STRING " SIN DATOS DE TIEMPO PARA ACIERTOS"
                       DELIMITED BY SIZE INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               END-IF
           END-IF
           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

      *> VOLCADO AL EXTRACTO DELIMITADO: TOTALES DEL USUARIO
           IF USR-ENCONTRADO(IDX-USUARIO) = "S" THEN
               IF USR-ACIERTOS(IDX-USUARIO) = 0 THEN
                   MOVE 0 TO USR-TIEMPO-MINIMO(IDX-USUARIO)
                   MOVE 0 TO USR-TIEMPO-MAXIMO(IDX-USUARIO)
               END-IF
               STRING "TOTUSUARIO," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-ACIERTOS(IDX-USUARIO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-ERRORES(IDX-USUARIO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-FLECHAS(IDX-USUARIO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   TIEMPO-PROMEDIO DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-TIEMPO-MINIMO(IDX-USUARIO) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-TIEMPO-MAXIMO(IDX-USUARIO) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF.

      *> SEGUNDA OPERACION: DETALLE DE FLECHAS DEL USUARIO IDX-USUARIO
       INFORMAR-OP2.
           MOVE USR-NOMBRE(IDX-USUARIO) TO USUARIO
           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "DATOS DEL USUARIO: " DELIMITED BY SIZE
               USUARIO DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-FILTRO-FECHA
           PERFORM MOSTRAR-ALCANCE
           IF USR-ENCONTRADO(IDX-USUARIO) = "N" THEN
               STRING "        USUARIO NO ENCONTRADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING " | DIRECCION | ACERTADOS |  ERRORES |"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING " | IZQUIERDA |  " DELIMITED BY SIZE
               USR-DIR-ACIERTOS(IDX-USUARIO, 1) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-DIR-ERRORES(IDX-USUARIO, 1) DELIMITED BY SIZE
               "  |" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING " | ARRIBA    |  " DELIMITED BY SIZE
               USR-DIR-ACIERTOS(IDX-USUARIO, 2) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-DIR-ERRORES(IDX-USUARIO, 2) DELIMITED BY SIZE
               "  |" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING " | ABAJO     |  " DELIMITED BY SIZE
               USR-DIR-ACIERTOS(IDX-USUARIO, 3) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-DIR-ERRORES(IDX-USUARIO, 3) DELIMITED BY SIZE
               "  |" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING " | DERECHA   |  " DELIMITED BY SIZE
               USR-DIR-ACIERTOS(IDX-USUARIO, 4) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-DIR-ERRORES(IDX-USUARIO, 4) DELIMITED BY SIZE
               "  |" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "    TOTAL       " DELIMITED BY SIZE
               USR-DIR-TOTAL-ACIERTOS(IDX-USUARIO) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               USR-DIR-TOTAL-ERRORES(IDX-USUARIO) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           END-IF
           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
      *> VOLCADO AL EXTRACTO DELIMITADO: DETALLE POR DIRECCION
           IF USR-ENCONTRADO(IDX-USUARIO) = "S" THEN
               STRING "DIRECCION," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   ",izquierda," DELIMITED BY SIZE
                   USR-DIR-ACIERTOS(IDX-USUARIO, 1) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-DIR-ERRORES(IDX-USUARIO, 1) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               STRING "DIRECCION," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   ",arriba," DELIMITED BY SIZE
                   USR-DIR-ACIERTOS(IDX-USUARIO, 2) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-DIR-ERRORES(IDX-USUARIO, 2) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               STRING "DIRECCION," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   ",abajo," DELIMITED BY SIZE
                   USR-DIR-ACIERTOS(IDX-USUARIO, 3) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-DIR-ERRORES(IDX-USUARIO, 3) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               STRING "DIRECCION," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   ",derecha," DELIMITED BY SIZE
                   USR-DIR-ACIERTOS(IDX-USUARIO, 4) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-DIR-ERRORES(IDX-USUARIO, 4) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF.

      *> TERCERA OPERACION: COMPARACION DE CTL-USUARIO1 CONTRA
      *> CTL-USUARIO2, ACUMULADA EN LA PASADA
       INFORMAR-OP3.
          STRING "------------ RESULTADO ---------------"
              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
          PERFORM MOSTRAR-LINEA
          PERFORM MOSTRAR-FILTRO-FECHA
          PERFORM MOSTRAR-REGLAS
          STRING "RESULTADO DE " DELIMITED BY SIZE
              USUARIO-LOTE1 DELIMITED BY SIZE INTO WS-LINEA-REPORTE
          PERFORM MOSTRAR-LINEA

          IF ENCONTRADO-USUARIO1 = "N" THEN
              STRING "        USUARIO NO ENCONTRADO"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
              PERFORM MOSTRAR-LINEA
          ELSE
               MOVE NETPUNTOS1 TO NETPUNTOS-EDIT
               IF NETPUNTOS1 > 0 THEN

                   STRING "   PUNTOS OBTENIDOS:  " DELIMITED BY SIZE
                       NETPUNTOS-EDIT DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA

               ELSE IF NETPUNTOS1 < 0 THEN

                   STRING "   RESTAS: " DELIMITED BY SIZE
                       NETPUNTOS-EDIT DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA

                    ELSE
                        STRING "NO CUENTAS CON NINGUN PUNTAJE"
                            DELIMITED BY SIZE
                            INTO WS-LINEA-REPORTE
                        PERFORM MOSTRAR-LINEA
                    END-IF

               END-IF
          END-IF

          STRING "RESULTADO DE " DELIMITED BY SIZE
              USUARIO-LOTE2 DELIMITED BY SIZE INTO WS-LINEA-REPORTE
          PERFORM MOSTRAR-LINEA
          IF ENCONTRADO-USUARIO2 = "N" THEN
              STRING "        USUARIO NO ENCONTRADO"
                  DELIMITED BY SIZE INTO WS-LINEA-REPORTE
              PERFORM MOSTRAR-LINEA
          ELSE
               MOVE NETPUNTOS2 TO NETPUNTOS-EDIT
               IF NETPUNTOS2 > 0 THEN

                   STRING "   PUNTOS OBTENIDOS:  " DELIMITED BY SIZE
                       NETPUNTOS-EDIT DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA

               ELSE IF NETPUNTOS2 < 0 THEN

                   STRING "   RESTAS: " DELIMITED BY SIZE
                       NETPUNTOS-EDIT DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA

                    ELSE
                        STRING "NO CUENTAS CON NINGUN PUNTAJE"
                            DELIMITED BY SIZE
                            INTO WS-LINEA-REPORTE
                        PERFORM MOSTRAR-LINEA
                    END-IF

               END-IF
          END-IF

      *> GANADOR GENERAL DE LA COMPARACION (PUNTOS NETOS SEGUN LAS
      *> REGLAS DE PUNTAJE VIGENTES, CON SIGNO; SOLO TIENE SENTIDO SI
      *> SE ENCONTRARON AMBOS USUARIOS)
          IF ENCONTRADO-USUARIO1 = "S"
              AND ENCONTRADO-USUARIO2 = "S" THEN
              IF NETPUNTOS1 > NETPUNTOS2 THEN
                  STRING "   GANADOR: " DELIMITED BY SIZE
                      USUARIO-LOTE1 DELIMITED BY SIZE
                      INTO WS-LINEA-REPORTE
                  PERFORM MOSTRAR-LINEA
              ELSE IF NETPUNTOS1 < NETPUNTOS2 THEN
                  STRING "   GANADOR: " DELIMITED BY SIZE
                      USUARIO-LOTE2 DELIMITED BY SIZE
                      INTO WS-LINEA-REPORTE
                  PERFORM MOSTRAR-LINEA
              ELSE
                  STRING "   GANADOR: EMPATE" DELIMITED BY SIZE
                      INTO WS-LINEA-REPORTE
                  PERFORM MOSTRAR-LINEA
              END-IF
              END-IF
          END-IF

          STRING "---------------------------------------"
              DELIMITED BY SIZE INTO WS-LINEA-REPORTE
          PERFORM MOSTRAR-LINEA.

      *> CUARTA OPERACION: DETALLE DE COLORES DEL USUARIO IDX-USUARIO
       INFORMAR-OP4.
           MOVE USR-NOMBRE(IDX-USUARIO) TO USUARIO
           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "DATOS DEL USUARIO: " DELIMITED BY SIZE
               USUARIO DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-FILTRO-FECHA
           IF USR-EN-DIARIO(IDX-USUARIO) = "N" THEN
               STRING "        USUARIO NO ENCONTRADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING " | COLOR     | ACERTADOS |  ERRORES |"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING " | AZUL      |  " DELIMITED BY SIZE
               USR-COL-ACIERTOS(IDX-USUARIO, 1) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-COL-ERRORES(IDX-USUARIO, 1) DELIMITED BY SIZE
               "  |" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING " | ROJO      |  " DELIMITED BY SIZE
               USR-COL-ACIERTOS(IDX-USUARIO, 2) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-COL-ERRORES(IDX-USUARIO, 2) DELIMITED BY SIZE
               "  |" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING " | AMARILLO  |  " DELIMITED BY SIZE
               USR-COL-ACIERTOS(IDX-USUARIO, 3) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-COL-ERRORES(IDX-USUARIO, 3) DELIMITED BY SIZE
               "  |" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING " | VERDE     |  " DELIMITED BY SIZE
               USR-COL-ACIERTOS(IDX-USUARIO, 4) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-COL-ERRORES(IDX-USUARIO, 4) DELIMITED BY SIZE
               "  |" DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "    TOTAL       " DELIMITED BY SIZE
               USR-COL-TOTAL-ACIERTOS(IDX-USUARIO) DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               USR-COL-TOTAL-ERRORES(IDX-USUARIO) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           END-IF
           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
      *> VOLCADO AL EXTRACTO DELIMITADO: DETALLE POR COLOR
           IF USR-EN-DIARIO(IDX-USUARIO) = "S" THEN
               STRING "COLOR," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   ",azul," DELIMITED BY SIZE
                   USR-COL-ACIERTOS(IDX-USUARIO, 1) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-COL-ERRORES(IDX-USUARIO, 1) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               STRING "COLOR," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   ",rojo," DELIMITED BY SIZE
                   USR-COL-ACIERTOS(IDX-USUARIO, 2) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-COL-ERRORES(IDX-USUARIO, 2) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               STRING "COLOR," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   ",amarillo," DELIMITED BY SIZE
                   USR-COL-ACIERTOS(IDX-USUARIO, 3) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-COL-ERRORES(IDX-USUARIO, 3) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               STRING "COLOR," DELIMITED BY SIZE
                   USUARIO DELIMITED BY SIZE
                   ",verde," DELIMITED BY SIZE
                   USR-COL-ACIERTOS(IDX-USUARIO, 4) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   USR-COL-ERRORES(IDX-USUARIO, 4) DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-IF.

      *> SEXTA OPERACION: CRUCE ENTRADA VS DIRECCION EN LOS ERRORES
      *> DEL USUARIO IDX-USUARIO
       INFORMAR-OP6.
           MOVE USR-NOMBRE(IDX-USUARIO) TO USUARIO
           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "DATOS DEL USUARIO: " DELIMITED BY SIZE
               USUARIO DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-FILTRO-FECHA
           IF USR-EN-DIARIO(IDX-USUARIO) = "N" THEN
               STRING "        USUARIO NO ENCONTRADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
           STRING "PROMPT \ PRESIONO   | IZQUIERDA | ARRIBA "
               DELIMITED BY SIZE
               "  | ABAJO   | DERECHA "
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING "IZQUIERDA           | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 1, 1) DELIMITED BY SIZE
               "   | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 1, 2) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 1, 3) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 1, 4) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING "ARRIBA              | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 2, 1) DELIMITED BY SIZE
               "   | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 2, 2) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 2, 3) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 2, 4) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING "ABAJO               | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 3, 1) DELIMITED BY SIZE
               "   | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 3, 2) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 3, 3) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 3, 4) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           STRING "DERECHA             | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 4, 1) DELIMITED BY SIZE
               "   | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 4, 2) DELIMITED BY SIZE
               "  | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 4, 3) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               USR-CRUCE(IDX-USUARIO, 4, 4) DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           END-IF
           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> QUINTA OPERACION: TABLA DE POSICIONES ARMADA EN LA PASADA.
      *> RECIEN ACA, CON EL CUADRE YA VERIFICADO, SE ABRE EL MAESTRO
      *> PARA ACTUALIZAR
       INFORMAR-OP5.
           OPEN I-O MAESTRO
           IF WS-MAESTRO-STATUS = "35" THEN
               OPEN OUTPUT MAESTRO
               CLOSE MAESTRO
               OPEN I-O MAESTRO
           END-IF
           IF WS-MAESTRO-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS
               MOVE 16 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF

           PERFORM VERIFICAR-PUNTO-CONTROL

           IF TOTAL-JUG-EN-LIMITE = "S" THEN
               STRING "AVISO: TABLA DE JUGADORES LLENA (1000); "
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "JUGADOR NUEVO NO ACUMULADO A PARTIR DE "
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "LA POSICION " DELIMITED BY SIZE
                   POSICION-PRIMER-OMITIDO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF

      *> ORDENAR DESCENDENTE POR PUNTOS (BURBUJA); SE INTERCAMBIA LA
      *> ENTRADA COMPLETA PARA QUE LOS ACUMULADOS NUEVOS Y LA MARCA
      *> DE AGUA VIAJEN CON SU JUGADOR HASTA LA ACTUALIZACION DEL
      *> MAESTRO QUE VIENE DESPUES DEL ORDENAMIENTO
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
               UNTIL IDX-ORDEN >= TOTAL-JUGADORES
               COMPUTE LIMITE-ORDEN = TOTAL-JUGADORES - IDX-ORDEN
               PERFORM VARYING IDX-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-ORDEN2 > LIMITE-ORDEN
                   IF JUG-PUNTOS(IDX-ORDEN2) <
                       JUG-PUNTOS(IDX-ORDEN2 + 1)
                       MOVE JUGADOR-ENTRY(IDX-ORDEN2) TO JUG-TEMPORAL
                       MOVE JUGADOR-ENTRY(IDX-ORDEN2 + 1)
                           TO JUGADOR-ENTRY(IDX-ORDEN2)
                       MOVE JUG-TEMPORAL
                           TO JUGADOR-ENTRY(IDX-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

      *> RESULTADO DE LA TABLA DE POSICIONES
           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "TOTAL DE JUGADORES: " DELIMITED BY SIZE
               TOTAL-JUGADORES DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-FILTRO-FECHA
           PERFORM MOSTRAR-REGLAS
           IF JUGADAS-RETENIDAS > 0 THEN
               STRING "JUGADAS RETENIDAS EN REVISION: "
                   DELIMITED BY SIZE
                   JUGADAS-RETENIDAS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING " POS | JUGADOR         | EQPO | ACIERTOS |"
               DELIMITED BY SIZE
               " ERRORES | PUNTOS" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           PERFORM VARYING POSICION-RANKING FROM 1 BY 1
               UNTIL POSICION-RANKING > TOTAL-JUGADORES
               MOVE JUG-PUNTOS(POSICION-RANKING) TO JUG-PUNTOS-EDIT
               STRING " " DELIMITED BY SIZE
                   POSICION-RANKING DELIMITED BY SIZE
                   "  | " DELIMITED BY SIZE
                   JUG-NOMBRE(POSICION-RANKING) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   JUG-EQUIPO(POSICION-RANKING) DELIMITED BY SIZE
                   " |  " DELIMITED BY SIZE
                   JUG-ACIERTOS(POSICION-RANKING) DELIMITED BY SIZE
                   "  |  " DELIMITED BY SIZE
                   JUG-ERRORES(POSICION-RANKING) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   JUG-PUNTOS-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-PERFORM

           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

      *> VOLCADO AL EXTRACTO DELIMITADO: RANKING COMPLETO
           STRING "TIPO,POSICION,JUGADOR,EQUIPO,ACIERTOS,ERRORES,"
               DELIMITED BY SIZE
               "PUNTOS" DELIMITED BY SIZE INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO
           PERFORM VARYING POSICION-RANKING FROM 1 BY 1
               UNTIL POSICION-RANKING > TOTAL-JUGADORES
               MOVE JUG-PUNTOS(POSICION-RANKING) TO EXT-PUNTOS
               STRING "RANKING," DELIMITED BY SIZE
                   POSICION-RANKING DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   JUG-NOMBRE(POSICION-RANKING) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   JUG-EQUIPO(POSICION-RANKING) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   JUG-ACIERTOS(POSICION-RANKING) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   JUG-ERRORES(POSICION-RANKING) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EXT-PUNTOS DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
           END-PERFORM

      *> POSICIONES POR EQUIPO: LOS JUGADORES DEL RANKING SE SUMAN
      *> POR SU CODIGO DE EQUIPO Y SE IMPRIME LA TABLA DE EQUIPOS
      *> QUE HASTA AHORA EL CLUB ARMABA A MANO EN PAPEL
           PERFORM INICIAR-EQUIPOS
           PERFORM ELEGIR-CRITERIO-EQUIPOS
           PERFORM VARYING IDX-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-BUSQUEDA > TOTAL-JUGADORES
               MOVE JUG-EQUIPO(IDX-BUSQUEDA) TO EQUIPO-ACTUAL
               MOVE JUG-ACIERTOS(IDX-BUSQUEDA) TO EQU-ACIERTOS-ACT
               MOVE JUG-ERRORES(IDX-BUSQUEDA) TO EQU-ERRORES-ACT
               MOVE JUG-PUNTOS(IDX-BUSQUEDA) TO EQU-PUNTOS-ACT
               MOVE JUG-NOMBRE(IDX-BUSQUEDA) TO NOMBRE-PADRON-BUSCA
               PERFORM OBTENER-RATING
               PERFORM ACUMULAR-EQUIPO
           END-PERFORM
           PERFORM ORDENAR-EQUIPOS
           PERFORM MOSTRAR-EQUIPOS
           PERFORM CERRAR-RATINGS

      *> ACTUALIZAR EL MAESTRO ACUMULADO DE JUGADORES (SOLO CON LOS
      *> REGISTROS NUEVOS DESDE LA ULTIMA CORRIDA DE CADA JUGADOR, PARA
      *> QUE LAS ESTADISTICAS DE TODA LA VIDA NO SE DUPLIQUEN EN CADA
      *> SESION). CADA JUGADOR QUE ENTRO EN LA TABLA ESTA CORRIDA
      *> AVANZA SU PROPIA MAE-ULTIMA-POSICION HASTA MAX-POSICION-VISTA;
      *> UN JUGADOR QUE NO ENTRO (TABLA LLENA) SIMPLEMENTE NO AVANZA Y
      *> SE RECONSIDERA DESDE SU MARCA ANTERIOR EN LA PROXIMA CORRIDA,
      *> SIN PERDER DATOS Y SIN VOLVER A CONTAR LO YA ACUMULADO.
      *> ANTES DE EMPEZAR SE ABRE EL PUNTO DE CONTROL Y CADA JUGADOR
      *> CONFIRMADO (WRITE O REWRITE HECHO) SE ANOTA ENSEGUIDA: SI LA
      *> MAQUINA MUERE A MITAD DEL LOOP, LA PROXIMA CORRIDA ENCUENTRA
      *> EL ARCHIVO SIN LA MARCA "FIN" Y AVISA. LA REANUDACION ES
      *> EXACTA SIN PASOS MANUALES: LOS JUGADORES YA CONFIRMADOS
      *> TIENEN SU MAE-ULTIMA-POSICION AVANZADA (SUS NUEVOS SE
      *> RECALCULAN EN CERO, NADA SE CUENTA DOS VECES) Y LOS QUE NO
      *> LLEGARON CONSERVAN SU MARCA VIEJA (SUS PENDIENTES SE VUELVEN
      *> A CONTAR COMPLETOS, NADA SE PIERDE)
           OPEN OUTPUT PUNTOCONTROL
           IF WS-PUNTOCONTROL-STATUS NOT = "00" THEN
               DISPLAY "ERROR ABRIENDO GameCheckpoint.txt, STATUS "
                   WS-PUNTOCONTROL-STATUS
                   "; LA CORRIDA SIGUE SIN PUNTO DE CONTROL"
           END-IF
           MOVE "INICIO" TO LineaPuntoControl
           WRITE LineaPuntoControl

           PERFORM VARYING IDX-BUSQUEDA FROM 1 BY 1
               UNTIL IDX-BUSQUEDA > TOTAL-JUGADORES
               MOVE JUG-NOMBRE(IDX-BUSQUEDA) TO MAE-NOMBRE
               READ MAESTRO
                   INVALID KEY
                       MOVE JUG-ACIERTOS-NUEVOS(IDX-BUSQUEDA)
                           TO MAE-ACIERTOS
                       MOVE JUG-ERRORES-NUEVOS(IDX-BUSQUEDA)
                           TO MAE-ERRORES
                       MOVE JUG-PUNTOS-NUEVOS(IDX-BUSQUEDA)
                           TO MAE-PUNTOS
                       MOVE MAX-POSICION-VISTA TO MAE-ULTIMA-POSICION
                       WRITE RegistroMaestro
                       ADD 1 TO AUD-MAE-ALTAS
                   NOT INVALID KEY
                       ADD JUG-ACIERTOS-NUEVOS(IDX-BUSQUEDA)
                           TO MAE-ACIERTOS
                       ADD JUG-ERRORES-NUEVOS(IDX-BUSQUEDA)
                           TO MAE-ERRORES
                       ADD JUG-PUNTOS-NUEVOS(IDX-BUSQUEDA) TO MAE-PUNTOS
                       MOVE MAX-POSICION-VISTA TO MAE-ULTIMA-POSICION
                       REWRITE RegistroMaestro
                       ADD 1 TO AUD-MAE-ACTUALIZADOS
               END-READ
      *> EL JUGADOR SE ANOTA EN EL PUNTO DE CONTROL SOLO SI SU
      *> WRITE/REWRITE REALMENTE SE HIZO; UNA FALLA DEJA EL CODIGO
      *> DE RETORNO EN 16 Y NO ANOTA NADA
               IF WS-MAESTRO-STATUS = "00" THEN
                   WRITE LineaPuntoControl FROM JUG-NOMBRE(IDX-BUSQUEDA)
               ELSE
                   MOVE 16 TO CODIGO-RETORNO
               END-IF
           END-PERFORM

           MOVE "FIN" TO LineaPuntoControl
           WRITE LineaPuntoControl
           CLOSE PUNTOCONTROL

      *> UNA FALLA DE E/S DURANTE LAS ALTAS/ACTUALIZACIONES DEL
      *> MAESTRO (AUNQUE SEA EN UN SOLO JUGADOR DEL MEDIO) DEJA EL
      *> CODIGO DE RETORNO EN 16 PARA QUE EL SCHEDULER AVISE, AUNQUE
      *> EL RESTO DE LA CORRIDA CONTINUE
           IF CODIGO-RETORNO = 16 THEN
               DISPLAY "ERROR DE E/S EN GameMaster.dat, ULTIMO STATUS "
                   WS-MAESTRO-STATUS
           END-IF

      *> CON EL MAESTRO YA ACTUALIZADO SE AGREGA LA FOTO FECHADA DEL
      *> DIA A GameSnapshots.txt, PARA QUE EL REPORTE DE MOVIMIENTOS
      *> PUEDA RESPONDER "QUIEN SUBIO DESDE LA SEMANA PASADA" SIN
      *> COMPARAR REPORTES IMPRESOS A MANO
           PERFORM GRABAR-INSTANTANEA

           CLOSE MAESTRO
           PERFORM CERRAR-PADRON.

      *> SEPTIMA OPERACION: LA TEMPORADA EN CURSO DESDE EL MAESTRO O
      *> UNA CERRADA DESDE GameSeasons.txt
       INFORMAR-OP7.
           IF TEMPORADA-PEDIDA NOT = SPACES THEN
               PERFORM MOSTRAR-TEMPORADA-CERRADA
           ELSE
           OPEN INPUT MAESTRO
           IF WS-MAESTRO-STATUS NOT = "00"
               AND WS-MAESTRO-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS
               MOVE 16 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           IF WS-MAESTRO-STATUS = "35" THEN
               DISPLAY "7° OPERACION: SIN JUGADORES EN EL MAESTRO"
                   " TODAVIA"
               CLOSE MAESTRO
           ELSE
           DISPLAY "7° OPERACION: ESTADISTICAS DE TODA LA VIDA"
               " (MAESTRO)"

           PERFORM ABRIR-PADRON
           PERFORM INICIAR-EQUIPOS
           PERFORM ELEGIR-CRITERIO-EQUIPOS

           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-REGLAS
           STRING " JUGADOR         | EQPO | ACIERTOS | ERRORES |"
               DELIMITED BY SIZE
               " PUNTOS"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "------------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

      *> VOLCADO AL EXTRACTO DELIMITADO: ACUMULADOS DE TODA LA VIDA
           STRING "TIPO,JUGADOR,EQUIPO,ACIERTOS,ERRORES,PUNTOS,"
               DELIMITED BY SIZE
               "ULTIMA_POSICION" DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO

           MOVE "N" TO WS-MAESTRO-FIN
           MOVE LOW-VALUES TO MAE-NOMBRE
           START MAESTRO KEY IS NOT LESS THAN MAE-NOMBRE
               INVALID KEY MOVE "S" TO WS-MAESTRO-FIN
           END-START

           PERFORM UNTIL WS-MAESTRO-FIN = "S"
               READ MAESTRO NEXT RECORD
                   AT END MOVE "S" TO WS-MAESTRO-FIN
                   NOT AT END
                       MOVE MAE-NOMBRE TO NOMBRE-PADRON-BUSCA
                       PERFORM OBTENER-EQUIPO-PADRON
                       MOVE MAE-PUNTOS TO MAE-PUNTOS-EDIT
                       STRING " " DELIMITED BY SIZE
                           MAE-NOMBRE DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           EQUIPO-HALLADO DELIMITED BY SIZE
                           " |  " DELIMITED BY SIZE
                           MAE-ACIERTOS DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           MAE-ERRORES DELIMITED BY SIZE
                           " | " DELIMITED BY SIZE
                           MAE-PUNTOS-EDIT DELIMITED BY SIZE
                           INTO WS-LINEA-REPORTE
                       PERFORM MOSTRAR-LINEA
                       MOVE EQUIPO-HALLADO TO EQUIPO-ACTUAL
                       MOVE MAE-ACIERTOS TO EQU-ACIERTOS-ACT
                       MOVE MAE-ERRORES TO EQU-ERRORES-ACT
                       MOVE MAE-PUNTOS TO EQU-PUNTOS-ACT
                       PERFORM OBTENER-RATING
                       PERFORM ACUMULAR-EQUIPO
                       MOVE MAE-PUNTOS TO EXT-PUNTOS-MAE
                       STRING "MAESTRO," DELIMITED BY SIZE
                           MAE-NOMBRE DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           EQUIPO-HALLADO DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           MAE-ACIERTOS DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           MAE-ERRORES DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           EXT-PUNTOS-MAE DELIMITED BY SIZE
                           "," DELIMITED BY SIZE
                           MAE-ULTIMA-POSICION DELIMITED BY SIZE
                           INTO WS-LINEA-EXTRACTO
                       PERFORM ESCRIBIR-EXTRACTO
               END-READ
           END-PERFORM

      *> POSICIONES POR EQUIPO SOBRE LOS ACUMULADOS DE TODA LA VIDA
           PERFORM ORDENAR-EQUIPOS
           PERFORM MOSTRAR-EQUIPOS

           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA

           CLOSE MAESTRO
           PERFORM CERRAR-RATINGS
           PERFORM CERRAR-PADRON
           END-IF
           END-IF.

      *> OCTAVA OPERACION: TENDENCIA POR DIA DEL USUARIO IDX-USUARIO
       INFORMAR-OP8.
           MOVE USR-NOMBRE(IDX-USUARIO) TO USUARIO
      *> ORDENAR LOS DIAS ASCENDENTE POR FECHA (BURBUJA); EL FORMATO
      *> AAAA-MM-DD ORDENA BIEN COMO TEXTO
           PERFORM VARYING IDX-DIA-ORDEN FROM 1 BY 1
               UNTIL IDX-DIA-ORDEN >= TOTAL-DIAS(IDX-USUARIO)
               COMPUTE LIMITE-DIA-ORDEN =
                   TOTAL-DIAS(IDX-USUARIO) - IDX-DIA-ORDEN
               PERFORM VARYING IDX-DIA-ORDEN2 FROM 1 BY 1
                   UNTIL IDX-DIA-ORDEN2 > LIMITE-DIA-ORDEN
                   IF DIA-FECHA(IDX-USUARIO, IDX-DIA-ORDEN2) >
                       DIA-FECHA(IDX-USUARIO, IDX-DIA-ORDEN2 + 1)
                       MOVE DIA-ENTRY(IDX-USUARIO, IDX-DIA-ORDEN2)
                           TO DIA-TEMPORAL
                       MOVE DIA-ENTRY(IDX-USUARIO, IDX-DIA-ORDEN2 + 1)
                           TO DIA-ENTRY(IDX-USUARIO, IDX-DIA-ORDEN2)
                       MOVE DIA-TEMPORAL
                           TO DIA-ENTRY(IDX-USUARIO, IDX-DIA-ORDEN2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

      *> RESULTADO DE LA TENDENCIA POR DIA
           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "TENDENCIA POR DIA DE: " DELIMITED BY SIZE
               USUARIO DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-FILTRO-FECHA
           PERFORM MOSTRAR-ALCANCE
           IF USR-ENCONTRADO(IDX-USUARIO) = "N" THEN
               STRING "        USUARIO NO ENCONTRADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
           IF DIAS-EN-LIMITE(IDX-USUARIO) = "S" THEN
               STRING "AVISO: MAS DE 400 DIAS DISTINTOS; LOS"
                   DELIMITED BY SIZE
                   " EXCEDENTES NO SE AGRUPARON" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING "FECHA      ACIERT ERROR FLECHA PROMEDIO  "
               DELIMITED BY SIZE
               " MINIMO     MAXIMO" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM VARYING IDX-DIA FROM 1 BY 1
               UNTIL IDX-DIA > TOTAL-DIAS(IDX-USUARIO)
               IF DIA-ACIERTOS(IDX-USUARIO, IDX-DIA) > 0 THEN
                   COMPUTE DIA-PROMEDIO ROUNDED =
                       DIA-SUMA-TIEMPO(IDX-USUARIO, IDX-DIA) /
                       DIA-ACIERTOS(IDX-USUARIO, IDX-DIA)
               ELSE
                   MOVE 0 TO DIA-PROMEDIO
                   MOVE 0 TO DIA-TIEMPO-MINIMO(IDX-USUARIO, IDX-DIA)
               END-IF
               STRING DIA-FECHA(IDX-USUARIO, IDX-DIA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIA-ACIERTOS(IDX-USUARIO, IDX-DIA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIA-ERRORES(IDX-USUARIO, IDX-DIA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIA-FLECHAS(IDX-USUARIO, IDX-DIA) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIA-PROMEDIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIA-TIEMPO-MINIMO(IDX-USUARIO, IDX-DIA)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DIA-TIEMPO-MAXIMO(IDX-USUARIO, IDX-DIA)
                       DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA

      *> MEJOR Y PEOR DIA POR PUNTOS NETOS (ACIERTOS MENOS ERRORES);
      *> ANTE EMPATE SE QUEDA EL PRIMER DIA DEL RANGO
               COMPUTE DIA-NETO =
                   DIA-ACIERTOS(IDX-USUARIO, IDX-DIA) -
                   DIA-ERRORES(IDX-USUARIO, IDX-DIA)
               IF IDX-DIA = 1 OR DIA-NETO > MEJOR-DIA-NETO THEN
                   MOVE DIA-NETO TO MEJOR-DIA-NETO
                   MOVE DIA-FECHA(IDX-USUARIO, IDX-DIA)
                       TO MEJOR-DIA-FECHA
               END-IF
               IF IDX-DIA = 1 OR DIA-NETO < PEOR-DIA-NETO THEN
                   MOVE DIA-NETO TO PEOR-DIA-NETO
                   MOVE DIA-FECHA(IDX-USUARIO, IDX-DIA)
                       TO PEOR-DIA-FECHA
               END-IF
           END-PERFORM
           IF TOTAL-DIAS(IDX-USUARIO) > 0 THEN
               MOVE MEJOR-DIA-NETO TO DIA-NETO-EDIT
               STRING "MEJOR DIA: " DELIMITED BY SIZE
                   MEJOR-DIA-FECHA DELIMITED BY SIZE
                   " (NETO " DELIMITED BY SIZE
                   DIA-NETO-EDIT DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               MOVE PEOR-DIA-NETO TO DIA-NETO-EDIT
               STRING "PEOR DIA:  " DELIMITED BY SIZE
                   PEOR-DIA-FECHA DELIMITED BY SIZE
                   " (NETO " DELIMITED BY SIZE
                   DIA-NETO-EDIT DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           END-IF
           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> NOVENA OPERACION: RACHAS DEL USUARIO IDX-USUARIO. LAS
      *> JUGADAS YA QUEDARON ORDENADAS POR Posicion AL INSERTARLAS
       INFORMAR-OP9.
           MOVE USR-NOMBRE(IDX-USUARIO) TO USUARIO
      *> RECORRER LA SECUENCIA MIDIENDO LAS RACHAS: CADA CAMBIO DE
      *> RESULTADO CIERRA LA RACHA ANTERIOR Y ABRE UNA NUEVA; AL
      *> TERMINAR, LA RACHA ABIERTA ES LA RACHA ACTIVA DEL JUGADOR
           MOVE SPACES TO RACHA-TIPO
           MOVE 0 TO RACHA-LARGO
           MOVE 0 TO MEJOR-RACHA-SI-LARGO
           MOVE 0 TO MEJOR-RACHA-NO-LARGO
           PERFORM VARYING IDX-JUGADA FROM 1 BY 1
               UNTIL IDX-JUGADA > TOTAL-JUGADAS(IDX-USUARIO)
               IF JGD-ACIERTO(IDX-USUARIO, IDX-JUGADA) = RACHA-TIPO THEN
                   ADD 1 TO RACHA-LARGO
               ELSE
                   MOVE JGD-ACIERTO(IDX-USUARIO, IDX-JUGADA)
                       TO RACHA-TIPO
                   MOVE 1 TO RACHA-LARGO
                   MOVE JGD-POSICION(IDX-USUARIO, IDX-JUGADA)
                       TO RACHA-POS-INI
                   MOVE JGD-FECHA(IDX-USUARIO, IDX-JUGADA)
                       TO RACHA-FECHA-INI
               END-IF
               IF RACHA-TIPO = "Si"
                   AND RACHA-LARGO > MEJOR-RACHA-SI-LARGO THEN
                   MOVE RACHA-LARGO TO MEJOR-RACHA-SI-LARGO
                   MOVE RACHA-POS-INI TO MEJOR-RACHA-SI-POS
                   MOVE RACHA-FECHA-INI TO MEJOR-RACHA-SI-FECHA
               END-IF
               IF RACHA-TIPO = "No"
                   AND RACHA-LARGO > MEJOR-RACHA-NO-LARGO THEN
                   MOVE RACHA-LARGO TO MEJOR-RACHA-NO-LARGO
                   MOVE RACHA-POS-INI TO MEJOR-RACHA-NO-POS
                   MOVE RACHA-FECHA-INI TO MEJOR-RACHA-NO-FECHA
               END-IF
           END-PERFORM

      *> RESULTADO DEL ANALISIS DE RACHAS
           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "RACHAS DE: " DELIMITED BY SIZE
               USUARIO DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-FILTRO-FECHA
           PERFORM MOSTRAR-ALCANCE
           IF USR-ENCONTRADO(IDX-USUARIO) = "N" THEN
               STRING "        USUARIO NO ENCONTRADO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
           IF TOTAL-JUGADAS(IDX-USUARIO) = 0 THEN
               STRING "        SIN JUGADAS EN EL RANGO"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
           IF JUGADAS-EN-LIMITE(IDX-USUARIO) = "S" THEN
               STRING "AVISO: MAS DE 20000 JUGADAS; EL ANALISIS"
                   DELIMITED BY SIZE
                   " CUBRE LAS PRIMERAS 20000" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF MEJOR-RACHA-SI-LARGO > 0 THEN
               STRING "RACHA MAS LARGA DE ACIERTOS: " DELIMITED BY SIZE
                   MEJOR-RACHA-SI-LARGO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "  DESDE POSICION " DELIMITED BY SIZE
                   MEJOR-RACHA-SI-POS DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   MEJOR-RACHA-SI-FECHA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               STRING "RACHA MAS LARGA DE ACIERTOS: NINGUNA"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF MEJOR-RACHA-NO-LARGO > 0 THEN
               STRING "RACHA MAS LARGA DE ERRORES:  " DELIMITED BY SIZE
                   MEJOR-RACHA-NO-LARGO DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "  DESDE POSICION " DELIMITED BY SIZE
                   MEJOR-RACHA-NO-POS DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   MEJOR-RACHA-NO-FECHA DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               STRING "RACHA MAS LARGA DE ERRORES:  NINGUNA"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF RACHA-TIPO = "Si" THEN
               STRING "RACHA ACTIVA: ACIERTOS " DELIMITED BY SIZE
                   RACHA-LARGO DELIMITED BY SIZE
                   " DESDE POSICION " DELIMITED BY SIZE
                   RACHA-POS-INI DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   RACHA-FECHA-INI DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF RACHA-TIPO = "No" THEN
               STRING "RACHA ACTIVA: ERRORES " DELIMITED BY SIZE
                   RACHA-LARGO DELIMITED BY SIZE
                   " DESDE POSICION " DELIMITED BY SIZE
                   RACHA-POS-INI DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   RACHA-FECHA-INI DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           END-IF
           END-IF
           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> DECIMA OPERACION: CONCILIACION DEL MAESTRO CONTRA EL DETALLE.
      *> EL DIARIO YA SE SUMO EN LA PASADA. LO YA ARCHIVADO ENTRA POR
      *> EL RESUMEN MENSUAL QUE MANTIENE LA DEPURACION, QUE NO CRECE
      *> CON CADA PURGA COMO SI LO HACE EL ARCHIVO HISTORICO CRUDO. SI
      *> EL RESUMEN TODAVIA NO EXISTE (NUNCA CORRIO UNA DEPURACION CON
      *> RESUMEN) EL HISTORICO COMPLETO YA ENTRO EN LA PASADA, COMO
      *> ANTES; EL CRUDO QUEDA SOLO PARA BUSQUEDAS A NIVEL DE REGISTRO.
      *> EL LADO DEL MAESTRO ES LO QUE GUARDA GameMaster.dat MAS LOS
      *> TOTALES ARCHIVADOS DE CADA TEMPORADA CERRADA: CADA CIERRE DE
      *> gameseason PASA LOS ACUMULADOS DEL MAESTRO A GameSeasons.txt
      *> Y LOS PONE EN CERO, MIENTRAS QUE EL DETALLE CONSERVA TODAS
      *> LAS JUGADAS. NO SE ACOTA EL RECALCULO A LAS JUGADAS POSTERIORES
      *> AL ULTIMO CIERRE PORQUE ASI TAMBIEN SE CONTROLAN LAS
      *> TEMPORADAS YA CERRADAS
       INFORMAR-OP10.
           IF RESUMEN-DISPONIBLE = "S" THEN
               OPEN INPUT RESUMEN
               READ RESUMEN
               AT END SET FinResumen TO TRUE
               END-READ
               PERFORM UNTIL FinResumen
                   IF RSU-ACIERTOS IS NUMERIC
                       AND RSU-ERRORES IS NUMERIC THEN
                       MOVE RSU-NOMBRE TO CONC-NOMBRE-ACTUAL
                       MOVE RSU-ACIERTOS TO CONC-RES-ACIERTOS
                       MOVE RSU-ERRORES TO CONC-RES-ERRORES
                       MOVE RSU-PUNTOS TO CONC-RES-PUNTOS
                       PERFORM ACUMULAR-CONCILIA-RESUMEN
                   END-IF
                   READ RESUMEN
                   AT END SET FinResumen TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RESUMEN
           END-IF

      *> LO GUARDADO EN EL MAESTRO, JUGADOR POR JUGADOR
           OPEN INPUT MAESTRO
           IF WS-MAESTRO-STATUS NOT = "00"
               AND WS-MAESTRO-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameMaster.dat, STATUS "
                   WS-MAESTRO-STATUS
               MOVE 16 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           IF WS-MAESTRO-STATUS = "00" THEN
               MOVE "N" TO WS-MAESTRO-FIN
               MOVE LOW-VALUES TO MAE-NOMBRE
               START MAESTRO KEY IS NOT LESS THAN MAE-NOMBRE
                   INVALID KEY MOVE "S" TO WS-MAESTRO-FIN
               END-START
               PERFORM UNTIL WS-MAESTRO-FIN = "S"
                   READ MAESTRO NEXT RECORD
                       AT END MOVE "S" TO WS-MAESTRO-FIN
                       NOT AT END PERFORM ANOTAR-MAESTRO-CONCILIA
                   END-READ
               END-PERFORM
               CLOSE MAESTRO
           END-IF
           PERFORM SUMAR-TEMPORADAS-CONCILIA

      *> RESULTADO DE LA CONCILIACION
           STRING "--------------RESULTADOS---------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           STRING "CONCILIACION MAESTRO VS DETALLE"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           PERFORM MOSTRAR-REGLAS
           IF JUGADAS-RETENIDAS > 0 THEN
               STRING "JUGADAS RETENIDAS EN REVISION, NO CONCILIADAS: "
                   DELIMITED BY SIZE
                   JUGADAS-RETENIDAS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF TEMPORADA-ILEGIBLES > 0 THEN
               STRING "AVISO: LINEAS DE GameSeasons.txt ILEGIBLES, NO"
                   DELIMITED BY SIZE
                   " SUMADAS AL MAESTRO: " DELIMITED BY SIZE
                   TEMPORADA-ILEGIBLES DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           IF CONCILIA-EN-LIMITE = "S" THEN
               STRING "AVISO: MAS DE 1000 JUGADORES DISTINTOS;"
                   DELIMITED BY SIZE
                   " LOS EXCEDENTES NO SE CONCILIARON"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           PERFORM VARYING IDX-CONCILIA FROM 1 BY 1
               UNTIL IDX-CONCILIA > TOTAL-CONCILIA
               PERFORM INFORMAR-CONCILIA
           END-PERFORM
           IF TOTAL-EXCEPCIONES = 0 THEN
               STRING "SIN DIFERENCIAS: EL MAESTRO CUADRA CON EL"
                   DELIMITED BY SIZE
                   " DETALLE" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           ELSE
               STRING "TOTAL DE EXCEPCIONES: " DELIMITED BY SIZE
                   TOTAL-EXCEPCIONES DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING "--------------------------------------"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA.

      *> FOTO FECHADA DEL MAESTRO: SE RELEE COMPLETO (SIGUE ABIERTO
      *> DE LA ACTUALIZACION), SE ORDENA DESCENDENTE POR PUNTOS Y SE
           END-IF
           PERFORM MOSTRAR-LINEA.

      *> SEPTIMA OPERACION SOBRE UNA TEMPORADA CERRADA: LA TABLA
      *> FINAL CONGELADA EN GameSeasons.txt, CON LAS REGLAS Y EL
      *> EQUIPO DE CADA JUGADOR AL MOMENTO DEL CIERRE. UNA TEMPORADA
      *> QUE NO ESTA EN EL ARCHIVO SE AVISA Y LA CORRIDA SIGUE
       MOSTRAR-TEMPORADA-CERRADA.
           OPEN INPUT TEMPORADAS
           IF WS-TEMPORADAS-STATUS NOT = "00"
               AND WS-TEMPORADAS-STATUS NOT = "35" THEN
               DISPLAY "ERROR ABRIENDO GameSeasons.txt, STATUS "
                   WS-TEMPORADAS-STATUS
               MOVE 16 TO CODIGO-RETORNO
               PERFORM ABORTAR-CORRIDA
           END-IF
           IF WS-TEMPORADAS-STATUS = "35" THEN
               DISPLAY "7° OPERACION: SIN TEMPORADAS CERRADAS"
                   " (NO EXISTE GameSeasons.txt)"
           ELSE
               DISPLAY "7° OPERACION: TEMPORADA CERRADA "
                   TEMPORADA-PEDIDA
               PERFORM INICIAR-EQUIPOS
               IF CRITERIO-EQUIPOS = "R" THEN
                   DISPLAY "AVISO: TEMPORADA CERRADA, EQUIPOS POR"
                       " PUNTOS (EL RATING NO SE ARCHIVA)"
               END-IF
               MOVE 0 TO TEMPORADA-JUGADORES
               MOVE 0 TO TEMPORADA-ILEGIBLES
               STRING "--------------RESULTADOS---------------"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "TIPO,TEMPORADA,REGLAS,POSICION,JUGADOR,EQUIPO,"
                   DELIMITED BY SIZE
                   "ACIERTOS,ERRORES,PUNTOS,ULTIMA_POSICION"
                   DELIMITED BY SIZE
                   INTO WS-LINEA-EXTRACTO
               PERFORM ESCRIBIR-EXTRACTO
               READ TEMPORADAS
               AT END SET FinTemporadas TO TRUE
               END-READ
               PERFORM UNTIL FinTemporadas
                   IF TEM-ID = TEMPORADA-PEDIDA THEN
                       PERFORM MOSTRAR-JUGADOR-TEMPORADA
                   END-IF
                   READ TEMPORADAS
                   AT END SET FinTemporadas TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TEMPORADAS
               IF TEMPORADA-JUGADORES = 0 THEN
                   STRING "   TEMPORADA " DELIMITED BY SIZE
                       TEMPORADA-PEDIDA DELIMITED BY SIZE
                       " NO ENCONTRADA EN GameSeasons.txt"
                       DELIMITED BY SIZE
                       INTO WS-LINEA-REPORTE
                   PERFORM MOSTRAR-LINEA
               ELSE
                   IF TEMPORADA-ILEGIBLES > 0 THEN
                       STRING "   AVISO: LINEAS CON CAMPOS NUMERICOS"
                           DELIMITED BY SIZE
                           " ILEGIBLES (CUENTAN COMO CERO): "
                           DELIMITED BY SIZE
                           TEMPORADA-ILEGIBLES DELIMITED BY SIZE
                           INTO WS-LINEA-REPORTE
                       PERFORM MOSTRAR-LINEA
                   END-IF
                   PERFORM ORDENAR-EQUIPOS
                   PERFORM MOSTRAR-EQUIPOS
               END-IF
               STRING "--------------------------------------"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF.

      *> UNA LINEA DE LA TABLA FINAL; CON LA PRIMERA SE IMPRIME LA
      *> CABECERA DE LA TEMPORADA (LAS LINEAS VIENEN EN ORDEN DE
      *> POSICION, LA PRIMERA ES EL CAMPEON). UN CAMPO NUMERICO
      *> ILEGIBLE CUENTA COMO CERO PARA LOS EQUIPOS Y LA LINEA SE
      *> CUENTA PARA AVISARLO AL PIE DE LA TABLA
       MOSTRAR-JUGADOR-TEMPORADA.
           ADD 1 TO TEMPORADA-JUGADORES
           MOVE 0 TO TEMPORADA-PUNTOS
           IF TEM-PUNTOS IS NUMERIC THEN
               MOVE TEM-PUNTOS TO TEMPORADA-PUNTOS
           END-IF
           IF TEM-ACIERTOS IS NOT NUMERIC
               OR TEM-ERRORES IS NOT NUMERIC
               OR TEM-PUNTOS IS NOT NUMERIC THEN
               ADD 1 TO TEMPORADA-ILEGIBLES
           END-IF
           MOVE TEMPORADA-PUNTOS TO MAE-PUNTOS-EDIT
           IF TEMPORADA-JUGADORES = 1 THEN
               MOVE TEM-REGLAS TO TEMPORADA-REGLAS
               MOVE TEM-FECHA-CIERRE TO TEMPORADA-CIERRE
               STRING "   TEMPORADA " DELIMITED BY SIZE
                   TEMPORADA-PEDIDA DELIMITED BY SIZE
                   " CERRADA EL " DELIMITED BY SIZE
                   TEMPORADA-CIERRE DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "   REGLAS DE PUNTAJE: " DELIMITED BY SIZE
                   TEMPORADA-REGLAS DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "   CAMPEON: " DELIMITED BY SIZE
                   TEM-NOMBRE DELIMITED BY SIZE
                   " EQUIPO " DELIMITED BY SIZE
                   TEM-EQUIPO DELIMITED BY SIZE
                   " PUNTOS " DELIMITED BY SIZE
                   MAE-PUNTOS-EDIT DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING " POS | JUGADOR         | EQPO | ACIERTOS |"
                   DELIMITED BY SIZE
                   " ERRORES | PUNTOS" DELIMITED BY SIZE
                   INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
               STRING "------------------------------------------"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
               PERFORM MOSTRAR-LINEA
           END-IF
           STRING " " DELIMITED BY SIZE
               TEM-POSICION DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               TEM-NOMBRE DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               TEM-EQUIPO DELIMITED BY SIZE
               " |  " DELIMITED BY SIZE
               TEM-ACIERTOS DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               TEM-ERRORES DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               MAE-PUNTOS-EDIT DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE
           PERFORM MOSTRAR-LINEA
           MOVE TEM-EQUIPO TO EQUIPO-ACTUAL
           MOVE 0 TO EQU-ACIERTOS-ACT
           MOVE 0 TO EQU-ERRORES-ACT
           IF TEM-ACIERTOS IS NUMERIC THEN
               MOVE TEM-ACIERTOS TO EQU-ACIERTOS-ACT
           END-IF
           IF TEM-ERRORES IS NUMERIC THEN
               MOVE TEM-ERRORES TO EQU-ERRORES-ACT
           END-IF
           MOVE TEMPORADA-PUNTOS TO EQU-PUNTOS-ACT
           PERFORM ACUMULAR-EQUIPO
           MOVE TEMPORADA-PUNTOS TO EXT-PUNTOS-MAE
           STRING "TEMPORADA," DELIMITED BY SIZE
               TEM-ID DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               TEM-REGLAS DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               TEM-POSICION DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TEM-NOMBRE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TEM-EQUIPO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TEM-ACIERTOS DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TEM-ERRORES DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EXT-PUNTOS-MAE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               TEM-ULTIMA-POSICION DELIMITED BY SIZE
               INTO WS-LINEA-EXTRACTO
           PERFORM ESCRIBIR-EXTRACTO.

      *> DEJA CONSTANCIA EN EL REPORTE DE QUE JUEGO DE REGLAS DE
      *> PUNTAJE ESTUVO VIGENTE EN LA CORRIDA
       MOSTRAR-REGLAS.
