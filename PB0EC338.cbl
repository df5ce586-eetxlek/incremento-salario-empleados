      ******************************************************************
      *  DESCRIPCION: EXTRACCION ANONIMIZADA DE DATOS PARA PRUEBAS     *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA GENERA UNA COPIA ANONIMIZADA Y     *
      *               COHERENTE DEL MAESTRO DE EMPLEADOS, UN FICHERO   *
      *               DE SUBIDAS, EL FICHERO DE PENDIENTES Y EL        *
      *               HISTORICO DE AUDITORIA, PARA PROBAR LOS CAMBIOS  *
      *               DE LA CADENA CON DATOS DE VOLUMEN REAL SIN       *
      *               NOMBRES NI SALARIOS REALES. CADA CLAVE DE        *
      *               EMPLEADO SE SUSTITUYE POR UNA CLAVE FICTICIA QUE *
      *               ES LA MISMA EN LOS CUATRO FICHEROS Y CONSERVA EL *
      *               ORDEN ASCENDENTE; EL NOMBRE SE SUSTITUYE POR UNO *
      *               GENERADO; SALARIOS E IMPORTES SE MULTIPLICAN POR *
      *               UN FACTOR OCULTO. DEPARTAMENTO, CATEGORIA,       *
      *               FECHAS, ESTADOS Y PORCENTAJES NO SE TOCAN, PARA  *
      *               QUE LAS PRUEBAS PASEN POR LOS MISMOS CAMINOS DEL *
      *               CODIGO                                           *
      *                                                                *
      *  TIPO:        BATCH/EXTRACCION CON ORDENACION (SORT)           *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO MAESTRO DE EMPLEADOS                     *
      *               FICHERO DE SUBIDAS (OPCIONAL)                    *
      *               FICHERO DE SUBIDAS PENDIENTES (OPCIONAL)         *
      *               HISTORICO DE AUDITORIA                           *
      *               PARM CON EL FACTOR DE ESCALA                     *
      *                                                                *
      *  OUTPUTS:     MAESTRO DE PRUEBAS ANONIMIZADO                   *
      *               SUBIDAS DE PRUEBAS ANONIMIZADAS                  *
      *               PENDIENTES DE PRUEBAS ANONIMIZADAS               *
      *               HISTORICO DE AUDITORIA DE PRUEBAS ANONIMIZADO    *
      *               LISTADO DE CONTROL DE RECUENTOS                  *
      *                                                                *
      *  NOTA:        LA CLAVE FICTICIA ES EL NUMERO DE ORDEN DE LA    *
      *               CLAVE REAL ENTRE TODAS LAS DE LOS CUATRO         *
      *               FICHEROS, MULTIPLICADO POR UN SALTO FIJO QUE     *
      *               REPARTE LAS CLAVES ENTRE 00001 Y 99999. EL       *
      *               FACTOR DE ESCALA VA EN LAS 5 PRIMERAS POSICIONES *
      *               DEL PARM CON 4 DECIMALES IMPLICITOS (10350 =     *
      *               1,0350), NO SE LISTA NI SE MUESTRA, Y TIENE QUE  *
      *               ESTAR ENTRE 0,8000 Y 1,2000 Y SER DISTINTO DE 1: *
      *               ASI LOS UMBRALES FIJOS DE LA CADENA (SEGUNDA     *
      *               FIRMA, PRESUPUESTOS) SIGUEN ACTUANDO DE FORMA    *
      *               REALISTA. LOS SALARIOS SE REDONDEAN A UNIDADES   *
      *               IGUAL EN EL MAESTRO QUE EN AUDITORIA, DE MODO    *
      *               QUE UN SALARIO IGUAL EN AMBOS SIGUE SIENDO IGUAL *
      *               EN LA COPIA. LAS SUBIDAS EN PORCENTAJE NO SE     *
      *               ESCALAN. EL LISTADO DEMUESTRA QUE CADA FICHERO   *
      *               DE SALIDA TIENE LOS MISMOS REGISTROS QUE SU      *
      *               ENTRADA; CUALQUIER DESCUADRE DEVUELVE RETURN-    *
      *               CODE 1001 Y LA COPIA NO SE DEBE ENTREGAR.        *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PB0EC338.
       AUTHOR.     ESTIBALIZ (ORIZON).
       DATE-WRITTEN.  OCTUBRE, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO
                ASSIGN TO MAESTRO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY  IS CLAVE
                FILE STATUS IS FS-ERROR1.

           SELECT OPTIONAL SUBIDAS-ENT
                ASSIGN TO SUBIDAS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR2.

           SELECT OPTIONAL PENDIENTES-ENT
                ASSIGN TO PENDIEN
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR3.

           SELECT AUDITORIA
                ASSIGN TO AUDITOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY  IS AUD-LLAVE-REG
                ALTERNATE RECORD KEY IS AUD-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR4.

           SELECT MAESTRO-PRUEBA
                ASSIGN TO MAEPRUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY  IS MPR-CLAVE
                FILE STATUS IS FS-ERROR5.

           SELECT SUBIDAS-PRUEBA
                ASSIGN TO SUBPRUE
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR6.

           SELECT PENDIENTES-PRUEBA
                ASSIGN TO PENPRUE
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR7.

           SELECT AUDITORIA-PRUEBA
                ASSIGN TO AUDPRUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY  IS APR-LLAVE-REG
                ALTERNATE RECORD KEY IS APR-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR8.

           SELECT LISTADO
                ASSIGN TO LISTADO
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR9.

           SELECT PARM-FILE
                ASSIGN TO PARM
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR10.

           SELECT ORDENA-CLAVES
                ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.
       FD  MAESTRO.
       01  REG-MAESTRO.
           05  CLAVE               PIC X(5).
           05  FILLER              PIC X(95).

       FD  SUBIDAS-ENT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-SUBIDAS.
       01  REG-SUBIDAS             PIC X(100).

       FD  PENDIENTES-ENT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PENDIENTES.
       01  REG-PENDIENTES          PIC X(100).

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-AUDITORIA.
       01  REG-AUDITORIA.
           05  AUD-LLAVE-REG.
               10  AUD-REG-CLAVE    PIC X(05).
               10  AUD-REG-FECHA    PIC 9(08).
               10  AUD-REG-SECUENCIA PIC 9(04).
           05  FILLER               PIC X(73).

       FD  MAESTRO-PRUEBA.
       01  REG-MAESTRO-PRUEBA.
           05  MPR-CLAVE           PIC X(5).
           05  FILLER              PIC X(95).

       FD  SUBIDAS-PRUEBA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-SUBIDAS-PRUEBA.
       01  REG-SUBIDAS-PRUEBA      PIC X(100).

       FD  PENDIENTES-PRUEBA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PENDIENTES-PRUEBA.
       01  REG-PENDIENTES-PRUEBA   PIC X(100).

       FD  AUDITORIA-PRUEBA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-AUDITORIA-PRUEBA.
       01  REG-AUDITORIA-PRUEBA.
           05  APR-LLAVE-REG.
               10  APR-REG-CLAVE    PIC X(05).
               10  APR-REG-FECHA    PIC 9(08).
               10  APR-REG-SECUENCIA PIC 9(04).
           05  FILLER               PIC X(73).

       FD  LISTADO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-LISTADO.
       01  REG-LISTADO              PIC X(80).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS REG-PARM.
       01  REG-PARM                 PIC X(09).

       SD  ORDENA-CLAVES
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS REG-ORDENA.
       01  REG-ORDENA.
           05  ORD-CLAVE           PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-IO-REG-MAESTRO.
               COPY VEMPE.

           05  WS-IN-REG-SUBIDAS.
               COPY VSUBI.

           05  WS-REG-AUDITORIA.
               COPY VAUDI.

      *    FACTOR OCULTO DE ESCALA DE SALARIOS E IMPORTES. SE ACOTA
      *    CERCA DE 1 PARA QUE LOS UMBRALES FIJOS DE LA CADENA SIGAN
      *    ACTUANDO SOBRE LA COPIA COMO SOBRE LOS DATOS REALES.
           05  WS-FACTOR              PIC 9V9999   VALUE ZEROS.
           05  WS-FACTOR-MINIMO       PIC 9V9999   VALUE 0.8000.
           05  WS-FACTOR-MAXIMO       PIC 9V9999   VALUE 1.2000.

           05  WS-IMPORTE-BASE        PIC S9(9)V99 COMP-3 VALUE ZEROS.
           05  WS-IMPORTE-ESCALADO    PIC S9(9)   COMP-3  VALUE ZEROS.

           05  WS-CLAVE-RECOGIDA      PIC X(05)    VALUE SPACES.
           05  WS-CLAVE-RECOGIDA-ANT  PIC X(05)    VALUE LOW-VALUES.
           05  WS-CLAVE-CARGADA-ANT   PIC X(05)    VALUE LOW-VALUES.
           05  WS-CLAVE-BUSCADA       PIC X(05)    VALUE SPACES.
           05  WS-CLAVE-SUSTITUTA     PIC X(05)    VALUE SPACES.
           05  WS-CLAVE-SUSTITUTA-N REDEFINES WS-CLAVE-SUSTITUTA
                                      PIC 9(05).

           05  WS-NUM-CLAVES          PIC S9(5) COMP-3  VALUE ZEROS.
           05  WS-MAX-CLAVES          PIC S9(5) COMP-3  VALUE 99999.
           05  WS-SALTO-CLAVE         PIC S9(5) COMP-3  VALUE ZEROS.
           05  WS-ORDEN-CLAVE         PIC S9(5) COMP-3  VALUE ZEROS.

           05  WS-LINEA-LISTADO       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-LISTADO       PIC X(10)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-LEIDOS           PIC ZZZ,ZZZ,ZZ9.
           05  WS-ED-GRABADOS         PIC ZZZ,ZZZ,ZZ9.
           05  WS-ED-CONTADOR         PIC ZZZ,ZZZ,ZZ9.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.

      *    FICHERO QUE SE ESTA CUADRANDO EN EL LISTADO DE CONTROL.
           05  WS-CTL-FICHERO         PIC X(24)    VALUE SPACES.
           05  WS-CTL-LEIDOS          PIC S9(9) COMP-3  VALUE ZEROS.
           05  WS-CTL-GRABADOS        PIC S9(9) COMP-3  VALUE ZEROS.
           05  WS-CTL-RESULTADO       PIC X(10)    VALUE SPACES.

           05  CTR-LEIDOS-MAESTRO  PIC S9(9) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-SUBIDAS  PIC S9(9) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-PENDIENTES
                                   PIC S9(9) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-AUDITORIA
                                   PIC S9(9) COMP-3   VALUE ZEROS.
           05  CTR-GRABADOS-MAESTRO
                                   PIC S9(9) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-GRABADOS-SUBIDAS
                                   PIC S9(9) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-GRABADOS-PENDIENTES
                                   PIC S9(9) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-GRABADOS-AUDITORIA
                                   PIC S9(9) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-CLAVES-ENTREGADAS
                                   PIC S9(9) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-NOMBRES-GENERADOS
                                   PIC S9(9) PACKED-DECIMAL VALUE ZEROS.

           05  FS-ERROR1           PIC 99       VALUE ZEROS.
           05  FS-ERROR2           PIC 99       VALUE ZEROS.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.
           05  FS-ERROR4           PIC 99       VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.
           05  FS-ERROR6           PIC 99       VALUE ZEROS.
           05  FS-ERROR7           PIC 99       VALUE ZEROS.
           05  FS-ERROR8           PIC 99       VALUE ZEROS.
           05  FS-ERROR9           PIC 99       VALUE ZEROS.
           05  FS-ERROR10          PIC 99       VALUE ZEROS.

           05  WS-PARM-REGISTRO.
           10  WS-PARM-FACTOR-X    PIC X(05)    VALUE SPACES.
           10  WS-PARM-FACTOR REDEFINES WS-PARM-FACTOR-X
                                   PIC 9V9999.
           10  FILLER              PIC X(04)    VALUE SPACES.

           05  FIN-MAESTRO-SWITCH    PIC 9        VALUE ZEROS.
           88  FIN-MAESTRO                    VALUE 1.

           05  FIN-SUBIDAS-SWITCH    PIC 9        VALUE ZEROS.
           88  FIN-SUBIDAS                    VALUE 1.

           05  FIN-PENDIENTES-SWITCH PIC 9        VALUE ZEROS.
           88  FIN-PENDIENTES                 VALUE 1.

           05  FIN-AUDITORIA-SWITCH  PIC 9        VALUE ZEROS.
           88  FIN-AUDITORIA                  VALUE 1.

           05  FIN-ORDENA-SWITCH     PIC 9        VALUE ZEROS.
           88  FIN-ORDENA                     VALUE 1.

           05  DESCUADRE-SWITCH      PIC 9        VALUE ZEROS.
           88  DESCUADRE                      VALUE 1.

           05  ERRORES-SWITCH      PIC 9        VALUE ZEROS.
           88  ERRORES                      VALUE 1.

           05  AUX-FECHA.
           10  AUX-ANO         PIC 9(4)     VALUE ZEROS.
           10  AUX-MES         PIC 9(2)     VALUE ZEROS.
           10  AUX-DIA         PIC 9(2)     VALUE ZEROS.

      *    TODAS LAS CLAVES DISTINTAS DE LOS CUATRO FICHEROS, EN ORDEN
      *    ASCENDENTE. LA POSICION EN LA TABLA ES EL NUMERO DE ORDEN
      *    DEL QUE SALE LA CLAVE FICTICIA; LAS POSICIONES LIBRES
      *    QUEDAN A HIGH-VALUES PARA QUE LA BUSQUEDA BINARIA SIGA
      *    VIENDO LA TABLA ORDENADA.
           05  WS-TABLA-CLAVES.
               10  WS-CLA-ENTRADA OCCURS 99999 TIMES
                       ASCENDING KEY IS WS-CLA-ORIGINAL
                       INDEXED BY WS-CLA-IDX.
                   15  WS-CLA-ORIGINAL  PIC X(05).

       PROCEDURE DIVISION.

       1000-PRINCIPAL.
           PERFORM 2000-INICIO

      *    PRIMERA PASADA: SE RECOGEN Y ORDENAN LAS CLAVES DE LOS
      *    CUATRO FICHEROS PARA NUMERARLAS. LA CLAVE FICTICIA DEPENDE
      *    DEL ORDEN DE LA CLAVE REAL ENTRE TODAS, ASI QUE NO SE PUEDE
      *    COPIAR NADA HASTA CONOCERLAS TODAS.
           IF  NOT ERRORES
           SORT ORDENA-CLAVES
                ON ASCENDING KEY ORD-CLAVE
                INPUT PROCEDURE IS 2100-RECOGER-CLAVES
                 THRU 2100-RECOGER-CLAVES-EXIT
                OUTPUT PROCEDURE IS 2200-CARGAR-CLAVES
                 THRU 2200-CARGAR-CLAVES-EXIT
           END-IF

      *    SEGUNDA PASADA: COPIA ANONIMIZADA DE CADA FICHERO.
           IF  NOT ERRORES
           PERFORM 2300-ABRIR-FICHEROS
           END-IF

           PERFORM 3000-PROCESO-MAESTRO
            THRU 3000-PROCESO-MAESTRO-EXIT
           UNTIL FIN-MAESTRO
              OR ERRORES

           PERFORM 4000-PROCESO-SUBIDAS
            THRU 4000-PROCESO-SUBIDAS-EXIT
           UNTIL FIN-SUBIDAS
              OR ERRORES

           PERFORM 5000-PROCESO-PENDIENTES
            THRU 5000-PROCESO-PENDIENTES-EXIT
           UNTIL FIN-PENDIENTES
              OR ERRORES

           PERFORM 6000-PROCESO-AUDITORIA
            THRU 6000-PROCESO-AUDITORIA-EXIT
           UNTIL FIN-AUDITORIA
              OR ERRORES

           PERFORM 8000-FIN

           STOP RUN.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC338'.

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-LISTADO

           MOVE HIGH-VALUES TO WS-TABLA-CLAVES

           PERFORM 9600-LEER-PARM-FACTOR.

       2050-COMPROBAR-ENTRADAS.
           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR MAESTRO  ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

      *    SIN FICHERO DE SUBIDAS O DE PENDIENTES (STATUS 05) LA COPIA
      *    CORRESPONDIENTE SALE VACIA.
           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           AND FS-ERROR2 NOT EQUAL TO 05
           DISPLAY 'ERROR AL ABRIR SUBIDAS-ENT ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR2

           IF  FS-ERROR3 NOT EQUAL TO ZEROS
           AND FS-ERROR3 NOT EQUAL TO 05
           DISPLAY 'ERROR AL ABRIR PENDIENTES-ENT ' FS-ERROR3
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR3

           IF  FS-ERROR4 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR AUDITORIA ' FS-ERROR4
           SET ERRORES TO TRUE
           END-IF.

       2100-RECOGER-CLAVES.
           OPEN INPUT  MAESTRO
                       SUBIDAS-ENT
                       PENDIENTES-ENT
                       AUDITORIA

           PERFORM 2050-COMPROBAR-ENTRADAS

           IF  NOT ERRORES
           PERFORM 9000-LEER-MAESTRO

           PERFORM 2110-RECOGER-MAESTRO
            THRU 2110-RECOGER-MAESTRO-EXIT
           UNTIL FIN-MAESTRO
              OR ERRORES
           END-IF

           IF  NOT ERRORES
           PERFORM 9110-LEER-SUBIDAS

           PERFORM 2120-RECOGER-SUBIDAS
            THRU 2120-RECOGER-SUBIDAS-EXIT
           UNTIL FIN-SUBIDAS
              OR ERRORES
           END-IF

           IF  NOT ERRORES
           PERFORM 9120-LEER-PENDIENTES

           PERFORM 2130-RECOGER-PENDIENTES
            THRU 2130-RECOGER-PENDIENTES-EXIT
           UNTIL FIN-PENDIENTES
              OR ERRORES
           END-IF

           IF  NOT ERRORES
           PERFORM 9130-LEER-AUDITORIA

           PERFORM 2140-RECOGER-AUDITORIA
            THRU 2140-RECOGER-AUDITORIA-EXIT
           UNTIL FIN-AUDITORIA
              OR ERRORES
           END-IF

           IF  NOT ERRORES
           CLOSE MAESTRO
                 SUBIDAS-ENT
                 PENDIENTES-ENT
                 AUDITORIA
           END-IF.

       2100-RECOGER-CLAVES-EXIT.
           EXIT.

       2110-RECOGER-MAESTRO.
           MOVE CLAVE OF WS-IO-REG-MAESTRO TO WS-CLAVE-RECOGIDA

           PERFORM 2150-ENTREGAR-CLAVE

           PERFORM 9000-LEER-MAESTRO.

       2110-RECOGER-MAESTRO-EXIT.
           EXIT.

       2120-RECOGER-SUBIDAS.
           MOVE WS-IN-CODIGO TO WS-CLAVE-RECOGIDA

           PERFORM 2150-ENTREGAR-CLAVE

           PERFORM 9110-LEER-SUBIDAS.

       2120-RECOGER-SUBIDAS-EXIT.
           EXIT.

       2130-RECOGER-PENDIENTES.
           MOVE WS-IN-CODIGO TO WS-CLAVE-RECOGIDA

           PERFORM 2150-ENTREGAR-CLAVE

           PERFORM 9120-LEER-PENDIENTES.

       2130-RECOGER-PENDIENTES-EXIT.
           EXIT.

       2140-RECOGER-AUDITORIA.
           MOVE AUD-CLAVE TO WS-CLAVE-RECOGIDA

           PERFORM 2150-ENTREGAR-CLAVE

           PERFORM 9130-LEER-AUDITORIA.

       2140-RECOGER-AUDITORIA-EXIT.
           EXIT.

      *    UNA CLAVE EN BLANCO NO ES DE NINGUN EMPLEADO (LA DEPURACION
      *    DE SUBIDAS LA RECHAZA) Y SE COPIA TAL CUAL. COMO EL
      *    MAESTRO, PENDIENTES Y AUDITORIA VIENEN EN ORDEN DE CLAVE,
      *    LAS REPETIDAS SEGUIDAS SE ENTREGAN UNA SOLA VEZ PARA
      *    ALIGERAR LA ORDENACION; LAS QUE QUEDEN LAS QUITA LA CARGA.
       2150-ENTREGAR-CLAVE.
           IF  WS-CLAVE-RECOGIDA NOT EQUAL TO SPACES
           AND WS-CLAVE-RECOGIDA NOT EQUAL TO WS-CLAVE-RECOGIDA-ANT
           MOVE WS-CLAVE-RECOGIDA TO ORD-CLAVE

           RELEASE REG-ORDENA

           ADD 1 TO CTR-CLAVES-ENTREGADAS

           MOVE WS-CLAVE-RECOGIDA TO WS-CLAVE-RECOGIDA-ANT
           END-IF.

      *    LAS CLAVES LLEGAN ORDENADAS: CADA CLAVE DISTINTA OCUPA LA
      *    SIGUIENTE POSICION DE LA TABLA. EL SALTO REPARTE LAS CLAVES
      *    FICTICIAS ENTRE 00001 Y 99999 (ORDEN POR SALTO).
       2200-CARGAR-CLAVES.
           PERFORM 9200-RETORNAR-ORDENA

           PERFORM 2210-CARGAR-CLAVE
            THRU 2210-CARGAR-CLAVE-EXIT
           UNTIL FIN-ORDENA
              OR ERRORES

           IF  NOT ERRORES
           AND WS-NUM-CLAVES GREATER THAN ZEROS
           COMPUTE WS-SALTO-CLAVE = WS-MAX-CLAVES / WS-NUM-CLAVES
           END-IF.

       2200-CARGAR-CLAVES-EXIT.
           EXIT.

       2210-CARGAR-CLAVE.
           IF  ORD-CLAVE NOT EQUAL TO WS-CLAVE-CARGADA-ANT
           IF  WS-NUM-CLAVES EQUAL TO WS-MAX-CLAVES
           DISPLAY 'TABLA DE CLAVES LLENA EN ' ORD-CLAVE
           SET ERRORES TO TRUE

           ELSE
           ADD 1 TO WS-NUM-CLAVES
           MOVE ORD-CLAVE TO WS-CLA-ORIGINAL (WS-NUM-CLAVES)
           MOVE ORD-CLAVE TO WS-CLAVE-CARGADA-ANT
           END-IF
           END-IF

           PERFORM 9200-RETORNAR-ORDENA.

       2210-CARGAR-CLAVE-EXIT.
           EXIT.

       2300-ABRIR-FICHEROS.
           MOVE ZEROS TO FIN-MAESTRO-SWITCH
                         FIN-SUBIDAS-SWITCH
                         FIN-PENDIENTES-SWITCH
                         FIN-AUDITORIA-SWITCH

           MOVE ZEROS TO CTR-LEIDOS-MAESTRO
                         CTR-LEIDOS-SUBIDAS
                         CTR-LEIDOS-PENDIENTES
                         CTR-LEIDOS-AUDITORIA

           OPEN INPUT  MAESTRO
                       SUBIDAS-ENT
                       PENDIENTES-ENT
                       AUDITORIA
           OPEN OUTPUT MAESTRO-PRUEBA
                       SUBIDAS-PRUEBA
                       PENDIENTES-PRUEBA
                       AUDITORIA-PRUEBA
                       LISTADO

           PERFORM 2050-COMPROBAR-ENTRADAS

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR MAESTRO-PRUEBA ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR6 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR SUBIDAS-PRUEBA ' FS-ERROR6
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR7 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR PENDIENTES-PRUEBA ' FS-ERROR7
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR8 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR AUDITORIA-PRUEBA ' FS-ERROR8
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR9 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR LISTADO ' FS-ERROR9
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 9000-LEER-MAESTRO
           PERFORM 9110-LEER-SUBIDAS
           PERFORM 9120-LEER-PENDIENTES
           PERFORM 9130-LEER-AUDITORIA
           END-IF.

      *    EL NOMBRE GENERADO LLEVA LA CLAVE FICTICIA PARA QUE SEA
      *    UNICO Y RECONOCIBLE EN LOS LISTADOS DE LA PRUEBA; UN NOMBRE
      *    EN BLANCO SE DEJA EN BLANCO PARA NO CAMBIAR LAS
      *    VALIDACIONES POR LAS QUE PASA EL REGISTRO.
       3000-PROCESO-MAESTRO.
           IF  CLAVE OF WS-IO-REG-MAESTRO NOT EQUAL TO SPACES
           MOVE CLAVE OF WS-IO-REG-MAESTRO TO WS-CLAVE-BUSCADA

           PERFORM 7100-SUSTITUIR-CLAVE

           MOVE WS-CLAVE-SUSTITUTA TO CLAVE OF WS-IO-REG-MAESTRO
           END-IF

           IF  WS-IO-NOMBRE NOT EQUAL TO SPACES
           MOVE SPACES TO WS-IO-NOMBRE

           STRING 'EMPLEADO DE PRUEBA ' CLAVE OF WS-IO-REG-MAESTRO
                  DELIMITED BY SIZE INTO WS-IO-NOMBRE

           ADD 1 TO CTR-NOMBRES-GENERADOS
           END-IF

           MOVE WS-IO-SALARIO TO WS-IMPORTE-BASE

           PERFORM 7200-ESCALAR-SALARIO

           MOVE WS-IMPORTE-ESCALADO TO WS-IO-SALARIO

           IF  NOT ERRORES
           WRITE REG-MAESTRO-PRUEBA FROM WS-IO-REG-MAESTRO

           IF  FS-ERROR5 EQUAL TO ZEROS
           ADD 1 TO CTR-GRABADOS-MAESTRO

           ELSE
           DISPLAY 'ERROR AL GRABAR MAESTRO-PRUEBA ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF
           END-IF

           PERFORM 9000-LEER-MAESTRO.

       3000-PROCESO-MAESTRO-EXIT.
           EXIT.

      *    LAS SUBIDAS SE COPIAN EN EL MISMO ORDEN EN QUE LLEGAN: SI EL
      *    FICHERO DE RRHH VIENE DESORDENADO, LA COPIA TAMBIEN, Y LA
      *    DEPURACION DE LA PRUEBA TIENE QUE ORDENARLO IGUAL.
       4000-PROCESO-SUBIDAS.
           PERFORM 7000-ANONIMIZAR-SUBIDA

           IF  NOT ERRORES
           WRITE REG-SUBIDAS-PRUEBA FROM WS-IN-REG-SUBIDAS

           IF  FS-ERROR6 EQUAL TO ZEROS
           ADD 1 TO CTR-GRABADOS-SUBIDAS

           ELSE
           DISPLAY 'ERROR AL GRABAR SUBIDAS-PRUEBA ' FS-ERROR6
           SET ERRORES TO TRUE
           END-IF
           END-IF

           PERFORM 9110-LEER-SUBIDAS.

       4000-PROCESO-SUBIDAS-EXIT.
           EXIT.

       5000-PROCESO-PENDIENTES.
           PERFORM 7000-ANONIMIZAR-SUBIDA

           IF  NOT ERRORES
           WRITE REG-PENDIENTES-PRUEBA FROM WS-IN-REG-SUBIDAS

           IF  FS-ERROR7 EQUAL TO ZEROS
           ADD 1 TO CTR-GRABADOS-PENDIENTES

           ELSE
           DISPLAY 'ERROR AL GRABAR PENDIENTES-PRUEBA ' FS-ERROR7
           SET ERRORES TO TRUE
           END-IF
           END-IF

           PERFORM 9120-LEER-PENDIENTES.

       5000-PROCESO-PENDIENTES-EXIT.
           EXIT.

      *    LOS SALARIOS ANTERIOR Y NUEVO SE ESCALAN IGUAL QUE EL DEL
      *    MAESTRO, ASI QUE EL ULTIMO APUNTE APLICADO SIGUE CUADRANDO
      *    CON EL SALARIO DEL EMPLEADO Y EL RETROCESO SE PUEDE PROBAR.
      *    EL IMPORTE SE ESCALA CON SUS DECIMALES.
       6000-PROCESO-AUDITORIA.
           IF  AUD-CLAVE NOT EQUAL TO SPACES
           MOVE AUD-CLAVE TO WS-CLAVE-BUSCADA

           PERFORM 7100-SUSTITUIR-CLAVE

           MOVE WS-CLAVE-SUSTITUTA TO AUD-CLAVE
           END-IF

           MOVE AUD-SALARIO-ANT TO WS-IMPORTE-BASE

           PERFORM 7200-ESCALAR-SALARIO

           MOVE WS-IMPORTE-ESCALADO TO AUD-SALARIO-ANT

           MOVE AUD-SALARIO-NUEVO TO WS-IMPORTE-BASE

           PERFORM 7200-ESCALAR-SALARIO

           MOVE WS-IMPORTE-ESCALADO TO AUD-SALARIO-NUEVO

           COMPUTE AUD-IMPORTE ROUNDED = AUD-IMPORTE * WS-FACTOR
               ON SIZE ERROR
                 DISPLAY 'IMPORTE FUERA DE RANGO AL ESCALAR '
                         'AUDITORIA ' WS-CLAVE-BUSCADA
                 SET ERRORES TO TRUE
           END-COMPUTE

           IF  NOT ERRORES
           WRITE REG-AUDITORIA-PRUEBA FROM WS-REG-AUDITORIA

      *    EL STATUS 02 (FECHA YA PRESENTE EN LA CLAVE ALTERNATIVA,
      *    QUE ADMITE DUPLICADOS) ES UNA GRABACION CORRECTA.
           IF  FS-ERROR8 EQUAL TO ZEROS
           OR  FS-ERROR8 EQUAL TO 02
           ADD 1 TO CTR-GRABADOS-AUDITORIA

           ELSE
           DISPLAY 'ERROR AL GRABAR AUDITORIA-PRUEBA ' FS-ERROR8
           SET ERRORES TO TRUE
           END-IF
           END-IF

           PERFORM 9130-LEER-AUDITORIA.

       6000-PROCESO-AUDITORIA-EXIT.
           EXIT.

      *    SUBIDAS Y PENDIENTES COMPARTEN LAYOUT. EL PORCENTAJE NO SE
      *    ESCALA (SE APLICA SOBRE UN SALARIO YA ESCALADO); UN TIPO
      *    DESCONOCIDO O UN IMPORTE NO NUMERICO SE COPIA TAL CUAL PARA
      *    QUE LA DEPURACION LO SIGA RECHAZANDO EN LA PRUEBA.
       7000-ANONIMIZAR-SUBIDA.
           IF  WS-IN-CODIGO NOT EQUAL TO SPACES
           MOVE WS-IN-CODIGO TO WS-CLAVE-BUSCADA

           PERFORM 7100-SUSTITUIR-CLAVE

           MOVE WS-CLAVE-SUSTITUTA TO WS-IN-CODIGO
           END-IF

           IF  WS-IN-SUBIDA-IMPORTE-FIJO
           OR  WS-IN-SUBIDA-SIN-TIPO
           IF  WS-IN-SUBIDA NUMERIC
           MOVE WS-IN-SUBIDA TO WS-IMPORTE-BASE

           PERFORM 7200-ESCALAR-SALARIO

           MOVE WS-IMPORTE-ESCALADO TO WS-IN-SUBIDA
           END-IF
           END-IF.

      *    TODAS LAS CLAVES SE RECOGIERON EN LA PRIMERA PASADA; SI UNA
      *    NO ESTA EN LA TABLA, UN FICHERO HA CAMBIADO ENTRE LAS DOS
      *    PASADAS Y LA COPIA NO SERIA COHERENTE.
       7100-SUSTITUIR-CLAVE.
           SEARCH ALL WS-CLA-ENTRADA
             AT END
                DISPLAY 'CLAVE NO RECOGIDA EN LA PRIMERA PASADA '
                        WS-CLAVE-BUSCADA
                SET ERRORES TO TRUE

             WHEN WS-CLA-ORIGINAL (WS-CLA-IDX) EQUAL TO
                                               WS-CLAVE-BUSCADA
                SET WS-ORDEN-CLAVE TO WS-CLA-IDX

                COMPUTE WS-CLAVE-SUSTITUTA-N =
                        WS-ORDEN-CLAVE * WS-SALTO-CLAVE
           END-SEARCH.

      *    SALARIOS E IMPORTES FIJOS SE REDONDEAN A UNIDADES, COMO LOS
      *    DEJA PB0EC319: DOS SALARIOS IGUALES EN LA ENTRADA SALEN
      *    IGUALES EN LA COPIA.
       7200-ESCALAR-SALARIO.
           COMPUTE WS-IMPORTE-ESCALADO ROUNDED =
                   WS-IMPORTE-BASE * WS-FACTOR
               ON SIZE ERROR
                 DISPLAY 'SALARIO FUERA DE RANGO AL ESCALAR '
                         WS-CLAVE-BUSCADA
                 SET ERRORES TO TRUE
           END-COMPUTE.

      *    CADA FICHERO DE SALIDA TIENE QUE TENER EXACTAMENTE LOS
      *    REGISTROS DE SU ENTRADA: ES LA PRUEBA DE QUE LA COPIA NO
      *    PERDIO NI DUPLICO NADA.
       7500-LISTAR-CONTROL.
           PERFORM 9300-ESCRIBIR-CABECERA

           MOVE 'MAESTRO'              TO WS-CTL-FICHERO
           MOVE CTR-LEIDOS-MAESTRO     TO WS-CTL-LEIDOS
           MOVE CTR-GRABADOS-MAESTRO   TO WS-CTL-GRABADOS

           PERFORM 9310-ESCRIBIR-CUADRE

           MOVE 'SUBIDAS'              TO WS-CTL-FICHERO
           MOVE CTR-LEIDOS-SUBIDAS     TO WS-CTL-LEIDOS
           MOVE CTR-GRABADOS-SUBIDAS   TO WS-CTL-GRABADOS

           PERFORM 9310-ESCRIBIR-CUADRE

           MOVE 'PENDIENTES'           TO WS-CTL-FICHERO
           MOVE CTR-LEIDOS-PENDIENTES  TO WS-CTL-LEIDOS
           MOVE CTR-GRABADOS-PENDIENTES TO WS-CTL-GRABADOS

           PERFORM 9310-ESCRIBIR-CUADRE

           MOVE 'AUDITORIA'            TO WS-CTL-FICHERO
           MOVE CTR-LEIDOS-AUDITORIA   TO WS-CTL-LEIDOS
           MOVE CTR-GRABADOS-AUDITORIA TO WS-CTL-GRABADOS

           PERFORM 9310-ESCRIBIR-CUADRE

           PERFORM 9320-ESCRIBIR-RESUMEN.

       8000-FIN.
           IF  NOT ERRORES
           PERFORM 7500-LISTAR-CONTROL
           END-IF

           IF  ERRORES
                 DISPLAY '////////////////////'
                 DISPLAY '//A T E N C I O N///'
                 DISPLAY '/////ERRORES////////'
                 DISPLAY '/SE CANCELA EL PGM//'
                 DISPLAY '///Y EL JCL ////////'

                 MOVE 1001 TO RETURN-CODE

           ELSE
           IF  DESCUADRE
                 DISPLAY '////////////////////'
                 DISPLAY '//A T E N C I O N///'
                 DISPLAY '//LA COPIA NO///////'
                 DISPLAY '//CUADRA, NO SE/////'
                 DISPLAY '//ENTREGA///////////'

                 MOVE 1001 TO RETURN-CODE

           ELSE
                 DISPLAY '********************'
                 DISPLAY '***EJECUCION OK*****'
                 DISPLAY '***COPIA CUADRADA***'
                 DISPLAY '********************'
                 DISPLAY 'CLAVES SUSTITUIDAS    ' WS-NUM-CLAVES
                 DISPLAY 'REGISTROS MAESTRO     ' CTR-GRABADOS-MAESTRO
                 DISPLAY 'REGISTROS SUBIDAS     ' CTR-GRABADOS-SUBIDAS
                 DISPLAY 'REGISTROS PENDIENTES  '
                          CTR-GRABADOS-PENDIENTES
                 DISPLAY 'REGISTROS AUDITORIA   '
                          CTR-GRABADOS-AUDITORIA
           END-IF
           END-IF

           IF NOT ERRORES
           CLOSE MAESTRO
                  SUBIDAS-ENT
                  PENDIENTES-ENT
                  AUDITORIA
                  MAESTRO-PRUEBA
                  SUBIDAS-PRUEBA
                  PENDIENTES-PRUEBA
                  AUDITORIA-PRUEBA
                  LISTADO
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC338'.

       9000-LEER-MAESTRO.
           READ MAESTRO NEXT RECORD INTO WS-IO-REG-MAESTRO

           EVALUATE FS-ERROR1
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-MAESTRO

           WHEN 10
                 SET FIN-MAESTRO TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER EN MAESTRO  ' FS-ERROR1
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9110-LEER-SUBIDAS.
           READ SUBIDAS-ENT INTO WS-IN-REG-SUBIDAS

           EVALUATE FS-ERROR2
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-SUBIDAS

           WHEN 10
                  SET FIN-SUBIDAS TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER SUBIDAS-ENT ' FS-ERROR2
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9120-LEER-PENDIENTES.
           READ PENDIENTES-ENT INTO WS-IN-REG-SUBIDAS

           EVALUATE FS-ERROR3
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-PENDIENTES

           WHEN 10
                  SET FIN-PENDIENTES TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER PENDIENTES-ENT ' FS-ERROR3
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9130-LEER-AUDITORIA.
           READ AUDITORIA INTO WS-REG-AUDITORIA

           EVALUATE FS-ERROR4
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-AUDITORIA

           WHEN 10
                  SET FIN-AUDITORIA TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER AUDITORIA ' FS-ERROR4
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9200-RETORNAR-ORDENA.
           RETURN ORDENA-CLAVES
             AT END
                SET FIN-ORDENA TO TRUE
           END-RETURN.

       9300-ESCRIBIR-CABECERA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-NUM-PAGINA TO WS-ED-PAGINA

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'CONTROL DE EXTRACCION ANONIMIZADA'
                  '   FECHA: ' WS-FECHA-LISTADO
                  '   PAGINA: ' WS-ED-PAGINA
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING PAGE

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'FICHERO                 ' '  '
                  '  REG. LEIDOS' '    '
                  'REG. GRABADOS' '  '
                  'RESULTADO'
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES.

       9310-ESCRIBIR-CUADRE.
           IF  WS-CTL-GRABADOS EQUAL TO WS-CTL-LEIDOS
           MOVE 'CUADRA'     TO WS-CTL-RESULTADO

           ELSE
           MOVE 'DESCUADRE'  TO WS-CTL-RESULTADO

           SET DESCUADRE TO TRUE

           DISPLAY 'DESCUADRE DE RECUENTO EN ' WS-CTL-FICHERO
                   ' LEIDOS ' WS-CTL-LEIDOS
                   ' GRABADOS ' WS-CTL-GRABADOS
           END-IF

           MOVE WS-CTL-LEIDOS   TO WS-ED-LEIDOS
           MOVE WS-CTL-GRABADOS TO WS-ED-GRABADOS

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING WS-CTL-FICHERO   '  '
                  '  ' WS-ED-LEIDOS '    '
                  '  ' WS-ED-GRABADOS '  '
                  WS-CTL-RESULTADO
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE.

       9320-ESCRIBIR-RESUMEN.
           MOVE WS-NUM-CLAVES TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'CLAVES DE EMPLEADO SUSTITUIDAS:  ' WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 3 LINES

           MOVE CTR-NOMBRES-GENERADOS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'NOMBRES GENERADOS EN MAESTRO:    ' WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-LINEA-LISTADO

           IF  DESCUADRE
           MOVE 'RESULTADO: DESCUADRE, LA COPIA NO SE DEBE ENTREGAR'
                TO WS-LINEA-LISTADO

           ELSE
           MOVE 'RESULTADO: TODOS LOS FICHEROS CUADRAN'
                TO WS-LINEA-LISTADO
           END-IF

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES.

      *    EL PARM ES OBLIGATORIO: SIN FACTOR NO HAY ANONIMIZACION DE
      *    SALARIOS. UN FACTOR 1 DEJARIA LOS SALARIOS REALES Y UNO
      *    FUERA DE LOS LIMITES DEJARIA DE DISPARAR LOS UMBRALES FIJOS
      *    COMO EN PRODUCCION; EN TODOS ESOS CASOS SE CANCELA. EL
      *    FACTOR NO SE MUESTRA NUNCA.
       9600-LEER-PARM-FACTOR.
           OPEN INPUT PARM-FILE

           IF  FS-ERROR10 EQUAL TO ZEROS
           READ PARM-FILE INTO WS-PARM-REGISTRO

           IF  FS-ERROR10 EQUAL TO ZEROS
           AND WS-PARM-FACTOR-X NUMERIC
           AND WS-PARM-FACTOR NOT LESS THAN WS-FACTOR-MINIMO
           AND WS-PARM-FACTOR NOT GREATER THAN WS-FACTOR-MAXIMO
           AND WS-PARM-FACTOR NOT EQUAL TO 1
           MOVE WS-PARM-FACTOR TO WS-FACTOR

           ELSE
           DISPLAY 'PARM SIN FACTOR DE ESCALA VALIDO'
           SET ERRORES TO TRUE
           END-IF

           CLOSE PARM-FILE

           ELSE
           DISPLAY 'ERROR AL ABRIR PARM ' FS-ERROR10
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR10.
