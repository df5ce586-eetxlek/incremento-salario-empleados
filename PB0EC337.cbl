      ******************************************************************
      *  DESCRIPCION: PROYECCION DEL COSTE SALARIAL DEL ANO SIGUIENTE  *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA SUSTITUYE LA HOJA DE CALCULO CON   *
      *               LA QUE SE ESTIMA CADA OTONO LA MASA SALARIAL DEL *
      *               ANO SIGUIENTE: PARTE DEL SALARIO ACTUAL DE LOS   *
      *               EMPLEADOS ACTIVOS DEL MAESTRO, LE APLICA DESDE   *
      *               SU MES DE EFECTO LAS SUBIDAS DE EFECTO FUTURO    *
      *               APARCADAS EN PENDIENTES, LOS TRIENIOS QUE CUMPLE *
      *               EN EL ANO Y, SI SE DA, UN BORRADOR DE REGLAS DE  *
      *               CONVENIO (LAYOUT DE PB0EC325), SIN GENERAR       *
      *               NINGUNA SUBIDA. LISTA EL COSTE PROYECTADO MES A  *
      *               MES POR DEPARTAMENTO Y DE LA COMPANIA, Y GRABA   *
      *               UNA PROPUESTA DE PRESUPUESTOS QUE FINANZAS PUEDE *
      *               AJUSTAR Y PASAR TAL CUAL AL CONTROL              *
      *               PRESUPUESTARIO DE PB0EC319                       *
      *                                                                *
      *  TIPO:        BATCH/PROYECCION                                 *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO MAESTRO DE EMPLEADOS                     *
      *               FICHERO DE SUBIDAS PENDIENTES (DE PB0EC319)      *
      *               BORRADOR DE REGLAS DE CONVENIO (OPCIONAL)        *
      *               PARM DE FECHA DE NEGOCIO (OPCIONAL)              *
      *                                                                *
      *  OUTPUTS:     PROPUESTA DE PRESUPUESTOS POR DEPARTAMENTO       *
      *               LISTADO DE COSTE PROYECTADO MES A MES            *
      *                                                                *
      *  NOTA:        SE PROYECTA EL ANO SIGUIENTE AL DE LA FECHA DE   *
      *               NEGOCIO. UNA SUBIDA O REGLA CON EFECTO ANTERIOR  *
      *               AL ANO PROYECTADO (O SIN FECHA) CUENTA DESDE     *
      *               ENERO; LAS DE EFECTO POSTERIOR NO ENTRAN. EL     *
      *               TRIENIO ENTRA EN EL MES DEL ANIVERSARIO DE ALTA  *
      *               CON LA REGLA E IMPORTE DE PB0EC331. LAS SUBIDAS  *
      *               DE UN MISMO MES SE CALCULAN SOBRE EL SALARIO DEL *
      *               MES ANTERIOR Y EL SALARIO SE REDONDEA A          *
      *               UNIDADES, IGUAL QUE EN PB0EC319; NO SE SIMULAN   *
      *               LOS RECHAZOS DE POLITICA NI DE PRESUPUESTO. CADA *
      *               EMPLEADO TOMA LA PRIMERA REGLA QUE ENCAJA, COMO  *
      *               EN PB0EC325. EL CONTROL DE PB0EC319 LIMITA EL    *
      *               INCREMENTO MENSUAL DE SALARIO POR DEPARTAMENTO,  *
      *               ASI QUE EL IMPORTE PROPUESTO ES LA SUBIDA        *
      *               MENSUAL PROYECTADA DEL DEPARTAMENTO AL CIERRE    *
      *               DEL ANO. UN DEPARTAMENTO SIN SUBIDAS PREVISTAS   *
      *               NO SE GRABA: CON IMPORTE CERO PB0EC319 LE        *
      *               RECHAZARIA TODAS LAS SUBIDAS, Y SIN REGISTRO NO  *
      *               LE APLICA CONTROL. PENDIENTES VIENE ORDENADO POR *
      *               CLAVE COMO LO GRABA PB0EC319; SI TRAE EMPLEADOS  *
      *               QUE NO ESTAN EN EL MAESTRO SE DEVUELVE           *
      *               RETURN-CODE 4.                                   *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PB0EC337.
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

           SELECT OPTIONAL PENDIENTES-ENT
                ASSIGN TO PENDIEN
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR2.

           SELECT OPTIONAL REGLAS
                ASSIGN TO REGLAS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR3.

           SELECT PRESUPUESTOS
                ASSIGN TO PRESUP
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR4.

           SELECT LISTADO
                ASSIGN TO LISTADO
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR5.

           SELECT OPTIONAL PARM-FILE
                ASSIGN TO PARM
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR6.

       DATA DIVISION.

       FILE SECTION.
       FD  MAESTRO.
       01  REG-MAESTRO.
           05  CLAVE               PIC X(5).
           05  FILLER              PIC X(95).

       FD  PENDIENTES-ENT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PENDIENTES.
       01  REG-PENDIENTES          PIC X(100).

       FD  REGLAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-REGLAS.
       01  REG-REGLAS.
           05  RGL-DEPARTAMENTO     PIC X(15).
           05  RGL-CATEGORIA        PIC X(05).
           05  RGL-TIPO             PIC X(01).
           05  RGL-IMPORTE          PIC 9(07)V99.
           05  RGL-FECHA-EFECTO     PIC X(08).
           05  FILLER               PIC X(02).

       FD  PRESUPUESTOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS REG-PRESUPUESTOS.
       01  REG-PRESUPUESTOS.
           05  PRE-DEPARTAMENTO     PIC X(15).
           05  PRE-IMPORTE          PIC 9(09)V99.

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-IO-REG-MAESTRO.
               COPY VEMPE.

           05  WS-IN-REG-SUBIDAS.
               COPY VSUBI.

           05  WS-PEN-CLAVE        PIC X(05)    VALUE HIGH-VALUES.
           05  WS-PEN-CLAVE-ANT    PIC X(05)    VALUE LOW-VALUES.

           05  WS-TABLA-REGLAS.
               10  WS-RGL-ENTRADA  OCCURS 50 TIMES.
                   15  WS-RGL-DEPARTAMENTO  PIC X(15).
                   15  WS-RGL-CATEGORIA     PIC X(05).
                   15  WS-RGL-TIPO          PIC X(01).
                   15  WS-RGL-IMPORTE       PIC S9(7)V99 COMP-3.
                   15  WS-RGL-FECHA-EFECTO  PIC X(08).
                   15  WS-RGL-EMPLEADOS     PIC S9(5)    COMP-3.

           05  WS-NUM-REGLAS          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-REGLAS          PIC S9(3) COMP-3  VALUE 50.
           05  WS-RGL-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-RGL-ACTUAL          PIC S9(3) COMP-3  VALUE ZEROS.

      *    SUBIDAS QUE SE PROYECTAN PARA EL EMPLEADO EN CURSO: LAS
      *    PENDIENTES DE SU CLAVE, LA REGLA DE CONVENIO QUE LE TOCA Y
      *    EL TRIENIO QUE CUMPLA EN EL ANO.
      *    EL PERIODO ES EL AAAAMM DE EFECTO (CEROS = INMEDIATO).
           05  WS-TABLA-EVENTOS.
               10  WS-EVT-ENTRADA  OCCURS 20 TIMES.
                   15  WS-EVT-ORIGEN        PIC X(01).
                       88  WS-EVT-PENDIENTE            VALUE 'P'.
                       88  WS-EVT-REGLA                VALUE 'R'.
                       88  WS-EVT-TRIENIO              VALUE 'T'.
                   15  WS-EVT-TIPO          PIC X(01).
                   15  WS-EVT-IMPORTE       PIC S9(7)V99 COMP-3.
                   15  WS-EVT-PERIODO       PIC 9(06).
                   15  WS-EVT-APLICADO-SW   PIC 9.
                       88  WS-EVT-APLICADO             VALUE 1.

           05  WS-NUM-EVENTOS         PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-EVENTOS         PIC S9(3) COMP-3  VALUE 20.
           05  WS-EVT-IDX             PIC S9(3) COMP-3  VALUE ZEROS.

      *    IMPORTE Y PERIODICIDAD DEL TRIENIO, LOS MISMOS QUE APLICA
      *    PB0EC331 AL GENERAR LA SUBIDA DE ANTIGUEDAD.
           05  WS-IMPORTE-TRIENIO     PIC S9(7) COMP-3  VALUE 35.
           05  WS-ANOS-TRIENIO        PIC S9(3) COMP-3  VALUE 3.

           05  WS-ANOS-SERVICIO       PIC S9(4) COMP-3  VALUE ZEROS.
           05  WS-RESTO-TRIENIO       PIC S9(4) COMP-3  VALUE ZEROS.
           05  WS-COCIENTE            PIC S9(4) COMP-3  VALUE ZEROS.
           05  WS-RESTO-BISIESTO      PIC S9(4) COMP-3  VALUE ZEROS.
           05  WS-ANO-ALTA            PIC 9(04)    VALUE ZEROS.

      *    LA TABLA DE DEPARTAMENTOS TIENE EL MISMO TAMANO QUE LA DE
      *    PRESUPUESTOS DE PB0EC319, QUE ES QUIEN CARGA LA PROPUESTA.
           05  WS-TABLA-DEPARTAMENTOS.
               10  WS-DEP-ENTRADA  OCCURS 50 TIMES.
                   15  WS-DEP-DEPARTAMENTO  PIC X(15).
                   15  WS-DEP-EMPLEADOS     PIC S9(5)     COMP-3.
                   15  WS-DEP-COSTE-ACTUAL  PIC S9(11)V99 COMP-3.
                   15  WS-DEP-COSTE-ANUAL   PIC S9(13)V99 COMP-3.
                   15  WS-DEP-SUBIDA-MES    PIC S9(11)V99 COMP-3.
                   15  WS-DEP-COSTE-MES     PIC S9(11)V99 COMP-3
                                            OCCURS 12 TIMES.

           05  WS-NUM-DEPARTAMENTOS   PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-DEPARTAMENTOS   PIC S9(3) COMP-3  VALUE 50.
           05  WS-DEP-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-DEP-ACTUAL          PIC S9(3) COMP-3  VALUE ZEROS.

           05  WS-TABLA-COMPANIA.
               10  WS-CIA-COSTE-MES     PIC S9(13)V99 COMP-3
                                        OCCURS 12 TIMES.

           05  WS-CIA-COSTE-ACTUAL    PIC S9(13)V99 COMP-3  VALUE ZEROS.
           05  WS-CIA-COSTE-ANUAL     PIC S9(15)V99 COMP-3  VALUE ZEROS.
           05  WS-CIA-SUBIDA-MES      PIC S9(13)V99 COMP-3  VALUE ZEROS.

      *    BLOQUE QUE SE EDITA EN EL LISTADO, DE UN DEPARTAMENTO O DEL
      *    TOTAL DE LA COMPANIA.
           05  WS-BLOQUE-EDICION.
               10  WS-BLQ-NOMBRE        PIC X(15).
               10  WS-BLQ-EMPLEADOS     PIC S9(5)     COMP-3.
               10  WS-BLQ-COSTE-ACTUAL  PIC S9(13)V99 COMP-3.
               10  WS-BLQ-COSTE-ANUAL   PIC S9(15)V99 COMP-3.
               10  WS-BLQ-SUBIDA-MES    PIC S9(13)V99 COMP-3.
               10  WS-BLQ-COSTE-MES     PIC S9(13)V99 COMP-3
                                        OCCURS 12 TIMES.

           05  WS-LINEA-MESES.
               10  WS-LM-ETIQUETA       PIC X(08).
               10  WS-LM-COLUMNA        OCCURS 6 TIMES.
                   15  FILLER               PIC X(01).
                   15  WS-LM-IMPORTE        PIC ZZZ,ZZZ,ZZ9.

           05  WS-ANO-PROYECCION      PIC 9(04)    VALUE ZEROS.
           05  WS-MES                 PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-COL                 PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-DESPLAZAMIENTO      PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-PERIODO-MES         PIC 9(06)    VALUE ZEROS.
           05  WS-PERIODO-EFECTO      PIC 9(06)    VALUE ZEROS.

           05  WS-FECHA-REGLA         PIC X(08)    VALUE SPACES.
           05  WS-FECHA-REGLA-N REDEFINES WS-FECHA-REGLA
                                      PIC 9(08).

           05  WS-SALARIO-PROY        PIC S9(9) COMP-3  VALUE ZEROS.
           05  WS-SUBIDA-MES          PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-SUBIDA-EVENTO       PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-SUBIDA-EMPLEADO     PIC S9(9) COMP-3  VALUE ZEROS.

           05  FIN-REGLAS-SWITCH      PIC 9        VALUE ZEROS.
           88  FIN-REGLAS                      VALUE 1.

           05  REGLA-INVALIDA-SWITCH  PIC 9        VALUE ZEROS.
           88  REGLA-INVALIDA                  VALUE 1.

           05  FECHA-INVALIDA-SWITCH  PIC 9        VALUE ZEROS.
           88  FECHA-INVALIDA                  VALUE 1.

           05  ANO-BISIESTO-SWITCH    PIC 9        VALUE ZEROS.
           88  ANO-BISIESTO                    VALUE 1.

           05  WS-IMPORTE-ENTERO      PIC S9(7) COMP-3  VALUE ZEROS.

           05  WS-LINEA-LISTADO       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-LISTADO       PIC X(10)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-CONTADOR         PIC ZZZZ9.
           05  WS-ED-IMPORTE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-TOTAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-LINEAS-PAGINA       PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-LINEAS-PAGINA   PIC S9(3) COMP-3  VALUE 50.

           05  CTR-LEIDOS-MAESTRO  PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-PENDIENTES
                                   PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-ACTIVOS         PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-BAJAS           PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PEN-PROYECTADAS PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PEN-FUERA-ANO   PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PEN-BAJAS       PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PEN-SIN-EMPLEADO
                                   PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PEN-DESCARTADAS PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-RGL-PROYECTADAS PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-RGL-FUERA-ANO   PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-TRI-PROYECTADOS PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-TRI-FECHA-INVALIDA
                                   PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-TRI-DESCARTADOS PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PRESUPUESTOS    PIC S9(5) PACKED-DECIMAL VALUE ZEROS.

           05  FS-ERROR1           PIC 99       VALUE ZEROS.
           05  FS-ERROR2           PIC 99       VALUE ZEROS.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.
           05  FS-ERROR4           PIC 99       VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.
           05  FS-ERROR6           PIC 99       VALUE ZEROS.

           05  WS-PARM-FECHA.
           10  WS-PARM-ANO         PIC 9(4)     VALUE ZEROS.
           10  WS-PARM-MES         PIC 9(2)     VALUE ZEROS.
           10  WS-PARM-DIA         PIC 9(2)     VALUE ZEROS.

           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.

           05  END-OF-FILE-SWITCH-P  PIC 9        VALUE ZEROS.
           88  END-OF-FILE-P                  VALUE 1.

           05  EMPTY-FILE-SWITCH     PIC 9        VALUE ZEROS.
           88  EMPTY-FILE                     VALUE 1.

           05  ERRORES-SWITCH      PIC 9        VALUE ZEROS.
           88  ERRORES                      VALUE 1.

           05  AUX-FECHA.
           10  AUX-ANO         PIC 9(4)     VALUE ZEROS.
           10  AUX-MES         PIC 9(2)     VALUE ZEROS.
           10  AUX-DIA         PIC 9(2)     VALUE ZEROS.

       PROCEDURE DIVISION.

       1000-PRINCIPAL.
           PERFORM 2000-INICIO

           PERFORM 3000-PROCESO
            THRU 3000-PROCESO-EXIT
           UNTIL END-OF-FILE
               OR EMPTY-FILE
               OR ERRORES

           IF  NOT ERRORES
           PERFORM 7000-APURAR-PENDIENTES
            THRU 7000-APURAR-PENDIENTES-EXIT
           UNTIL END-OF-FILE-P
              OR ERRORES
           END-IF

           PERFORM 8000-FIN

           STOP RUN.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC337'.

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-LISTADO

           COMPUTE WS-ANO-PROYECCION = AUX-ANO + 1

           INITIALIZE WS-TABLA-COMPANIA

           PERFORM 2100-CARGAR-REGLAS

           OPEN INPUT  MAESTRO
                       PENDIENTES-ENT
           OPEN OUTPUT PRESUPUESTOS
                       LISTADO

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR MAESTRO  ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

      *    SIN FICHERO DE PENDIENTES (STATUS 05) LA PROYECCION SALE
      *    SOLO CON LAS REGLAS, O CON LOS SALARIOS ACTUALES.
           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           AND FS-ERROR2 NOT EQUAL TO 05
           DISPLAY 'ERROR AL ABRIR PENDIENTES-ENT ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR2

           IF  FS-ERROR4 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR PRESUPUESTOS ' FS-ERROR4
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR LISTADO ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 9300-ESCRIBIR-CABECERA

           PERFORM 9150-LEER-PENDIENTES

           PERFORM 9000-LEER-MAESTRO

           IF  END-OF-FILE
           SET EMPTY-FILE TO TRUE
           END-IF
           END-IF.

      *    EL BORRADOR DE CONVENIO ES OPCIONAL: SIN EL (STATUS 05) SE
      *    PROYECTAN SOLO LAS SUBIDAS YA APARCADAS EN PENDIENTES. LAS
      *    REGLAS SE VALIDAN IGUAL QUE EN PB0EC325 PARA QUE LA
      *    PROYECCION CUENTE LO MISMO QUE LUEGO SE GENERARIA.
       2100-CARGAR-REGLAS.
           OPEN INPUT REGLAS

           IF  FS-ERROR3 EQUAL TO ZEROS
           OR  FS-ERROR3 EQUAL TO 05
           PERFORM 2110-LEER-REGLA
            THRU 2110-LEER-REGLA-EXIT
           UNTIL FIN-REGLAS
              OR ERRORES

           CLOSE REGLAS

           ELSE
           DISPLAY 'ERROR AL ABRIR REGLAS ' FS-ERROR3
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR3

           IF  WS-NUM-REGLAS EQUAL TO ZEROS
           DISPLAY 'SIN BORRADOR DE CONVENIO: SE PROYECTAN SOLO LAS '
                   'SUBIDAS PENDIENTES'
           END-IF.

       2110-LEER-REGLA.
           READ REGLAS

           EVALUATE FS-ERROR3
           WHEN ZEROS
                 PERFORM 2120-VALIDAR-REGLA

           WHEN 10
                 SET FIN-REGLAS TO TRUE

           WHEN OTHER
                 DISPLAY 'ERROR AL LEER REGLAS ' FS-ERROR3
                 SET ERRORES TO TRUE
           END-EVALUATE.

       2110-LEER-REGLA-EXIT.
           EXIT.

       2120-VALIDAR-REGLA.
           IF  RGL-TIPO NOT EQUAL TO 'F'
           AND RGL-TIPO NOT EQUAL TO 'P'
           DISPLAY 'ATENCION: REGLA CON TIPO DESCONOCIDO, SE '
                   'DESCARTA ' RGL-DEPARTAMENTO ' ' RGL-CATEGORIA

           ELSE
           IF  RGL-IMPORTE NOT NUMERIC
           OR  RGL-IMPORTE EQUAL TO ZEROS
           DISPLAY 'ATENCION: REGLA SIN IMPORTE, SE DESCARTA '
                    RGL-DEPARTAMENTO ' ' RGL-CATEGORIA

           ELSE
           IF  RGL-TIPO EQUAL TO 'P'
           AND RGL-IMPORTE GREATER THAN 100
           DISPLAY 'ATENCION: REGLA DE PORCENTAJE FUERA DE RANGO, '
                   'SE DESCARTA ' RGL-DEPARTAMENTO ' '
                    RGL-CATEGORIA

           ELSE
           PERFORM 2130-VALIDAR-CENTIMOS

           IF  REGLA-INVALIDA
           DISPLAY 'ATENCION: REGLA DE IMPORTE FIJO CON CENTIMOS, '
                   'SE DESCARTA ' RGL-DEPARTAMENTO ' '
                    RGL-CATEGORIA

           ELSE
           IF  WS-NUM-REGLAS LESS THAN WS-MAX-REGLAS
           ADD 1 TO WS-NUM-REGLAS
           MOVE RGL-DEPARTAMENTO
                TO WS-RGL-DEPARTAMENTO (WS-NUM-REGLAS)
           MOVE RGL-CATEGORIA
                TO WS-RGL-CATEGORIA (WS-NUM-REGLAS)
           MOVE RGL-TIPO
                TO WS-RGL-TIPO (WS-NUM-REGLAS)
           MOVE RGL-IMPORTE
                TO WS-RGL-IMPORTE (WS-NUM-REGLAS)
           MOVE RGL-FECHA-EFECTO
                TO WS-RGL-FECHA-EFECTO (WS-NUM-REGLAS)
           MOVE ZEROS
                TO WS-RGL-EMPLEADOS (WS-NUM-REGLAS)

           ELSE
           DISPLAY 'TABLA DE REGLAS LLENA, SE IGNORA '
                    RGL-DEPARTAMENTO ' ' RGL-CATEGORIA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2130-VALIDAR-CENTIMOS.
           MOVE ZEROS TO REGLA-INVALIDA-SWITCH

           MOVE RGL-IMPORTE TO WS-IMPORTE-ENTERO

           IF  RGL-TIPO EQUAL TO 'F'
           AND WS-IMPORTE-ENTERO NOT EQUAL TO RGL-IMPORTE
           SET REGLA-INVALIDA TO TRUE
           END-IF.

       3000-PROCESO.
           MOVE ZEROS TO WS-NUM-EVENTOS

           PERFORM 3100-SALTAR-PENDIENTE
            THRU 3100-SALTAR-PENDIENTE-EXIT
           UNTIL WS-PEN-CLAVE GREATER THAN OR EQUAL TO
                                          CLAVE OF WS-IO-REG-MAESTRO
              OR ERRORES

           PERFORM 3150-RECOGER-PENDIENTE
            THRU 3150-RECOGER-PENDIENTE-EXIT
           UNTIL WS-PEN-CLAVE NOT EQUAL TO CLAVE OF WS-IO-REG-MAESTRO
              OR ERRORES

           IF  WS-IO-BAJA
           ADD 1 TO CTR-BAJAS

           ELSE
           ADD 1 TO CTR-ACTIVOS

           IF  WS-NUM-REGLAS GREATER THAN ZEROS
           PERFORM 3200-ASIGNAR-REGLA
           END-IF

           PERFORM 3250-PROYECTAR-TRIENIO

           PERFORM 3300-PROYECTAR-EMPLEADO
           END-IF

           PERFORM 9000-LEER-MAESTRO.

       3000-PROCESO-EXIT.
           EXIT.

      *    PENDIENTE CUYA CLAVE NO ESTA EN EL MAESTRO: PB0EC319 LA
      *    RECHAZARIA, ASI QUE NO SE PROYECTA; SE AVISA PORQUE
      *    INDICA UN PENDIENTES DESCOLGADO DEL MAESTRO.
       3100-SALTAR-PENDIENTE.
           DISPLAY 'ATENCION: SUBIDA PENDIENTE SIN EMPLEADO EN EL '
                   'MAESTRO ' WS-PEN-CLAVE

           ADD 1 TO CTR-PEN-SIN-EMPLEADO

           PERFORM 9150-LEER-PENDIENTES.

       3100-SALTAR-PENDIENTE-EXIT.
           EXIT.

      *    LAS PENDIENTES DE UN EMPLEADO EN BAJA NO SE PROYECTAN:
      *    PB0EC319 LAS RECHAZA AL LLEGAR SU FECHA.
       3150-RECOGER-PENDIENTE.
           IF  WS-IO-BAJA
           ADD 1 TO CTR-PEN-BAJAS

           ELSE
           IF  WS-IN-SUBIDA-IMPORTE-FIJO
           OR  WS-IN-SUBIDA-PORCENTAJE
           OR  WS-IN-SUBIDA-SIN-TIPO
           IF  WS-NUM-EVENTOS LESS THAN WS-MAX-EVENTOS
           ADD 1 TO WS-NUM-EVENTOS
           MOVE 'P' TO WS-EVT-ORIGEN (WS-NUM-EVENTOS)
           MOVE ZEROS TO WS-EVT-APLICADO-SW (WS-NUM-EVENTOS)

           IF  WS-IN-SUBIDA-PORCENTAJE
           MOVE 'P' TO WS-EVT-TIPO (WS-NUM-EVENTOS)
           MOVE WS-IN-SUBIDA-PCT TO WS-EVT-IMPORTE (WS-NUM-EVENTOS)

           ELSE
           MOVE 'F' TO WS-EVT-TIPO (WS-NUM-EVENTOS)
           MOVE WS-IN-SUBIDA TO WS-EVT-IMPORTE (WS-NUM-EVENTOS)
           END-IF

           IF  WS-IN-FECHA-EFECTO-N NUMERIC
           DIVIDE WS-IN-FECHA-EFECTO-N BY 100
                  GIVING WS-EVT-PERIODO (WS-NUM-EVENTOS)

           ELSE
           MOVE ZEROS TO WS-EVT-PERIODO (WS-NUM-EVENTOS)
           END-IF

           ELSE
           DISPLAY 'ATENCION: DEMASIADAS SUBIDAS PENDIENTES, SE '
                   'IGNORA ' WS-IN-CODIGO
           ADD 1 TO CTR-PEN-DESCARTADAS
           END-IF

           ELSE
           DISPLAY 'ATENCION: TIPO DE SUBIDA DESCONOCIDO EN '
                   'PENDIENTES ' WS-IN-CODIGO ' - ' WS-IN-TIPO-SUBIDA
           ADD 1 TO CTR-PEN-DESCARTADAS
           END-IF
           END-IF

           PERFORM 9150-LEER-PENDIENTES.

       3150-RECOGER-PENDIENTE-EXIT.
           EXIT.

      *    DEPARTAMENTO O CATEGORIA EN BLANCO EN LA REGLA HACEN DE
      *    COMODIN Y EL EMPLEADO TOMA LA PRIMERA QUE ENCAJA, IGUAL QUE
      *    EN PB0EC325. UNA FECHA DE EFECTO NO NUMERICA ES INMEDIATA.
       3200-ASIGNAR-REGLA.
           MOVE ZEROS TO WS-RGL-ACTUAL

           PERFORM 3210-BUSCAR-REGLA
            THRU 3210-BUSCAR-REGLA-EXIT
           VARYING WS-RGL-IDX FROM 1 BY 1
           UNTIL WS-RGL-IDX GREATER THAN WS-NUM-REGLAS
              OR WS-RGL-ACTUAL GREATER THAN ZEROS

           IF  WS-RGL-ACTUAL GREATER THAN ZEROS
           AND WS-NUM-EVENTOS LESS THAN WS-MAX-EVENTOS
           ADD 1 TO WS-NUM-EVENTOS
           ADD 1 TO WS-RGL-EMPLEADOS (WS-RGL-ACTUAL)
           MOVE 'R' TO WS-EVT-ORIGEN (WS-NUM-EVENTOS)
           MOVE ZEROS TO WS-EVT-APLICADO-SW (WS-NUM-EVENTOS)
           MOVE WS-RGL-TIPO (WS-RGL-ACTUAL)
                TO WS-EVT-TIPO (WS-NUM-EVENTOS)
           MOVE WS-RGL-IMPORTE (WS-RGL-ACTUAL)
                TO WS-EVT-IMPORTE (WS-NUM-EVENTOS)

           MOVE WS-RGL-FECHA-EFECTO (WS-RGL-ACTUAL) TO WS-FECHA-REGLA

           IF  WS-FECHA-REGLA-N NUMERIC
           DIVIDE WS-FECHA-REGLA-N BY 100
                  GIVING WS-EVT-PERIODO (WS-NUM-EVENTOS)

           ELSE
           MOVE ZEROS TO WS-EVT-PERIODO (WS-NUM-EVENTOS)
           END-IF
           END-IF.

       3210-BUSCAR-REGLA.
           IF  (WS-RGL-DEPARTAMENTO (WS-RGL-IDX) EQUAL TO SPACES
             OR WS-RGL-DEPARTAMENTO (WS-RGL-IDX) EQUAL TO
                                                 WS-IO-DEPARTAMENTO)
           AND (WS-RGL-CATEGORIA (WS-RGL-IDX) EQUAL TO SPACES
             OR WS-RGL-CATEGORIA (WS-RGL-IDX) EQUAL TO
                                                 WS-IO-CATEGORIA)
           MOVE WS-RGL-IDX TO WS-RGL-ACTUAL
           END-IF.

       3210-BUSCAR-REGLA-EXIT.
           EXIT.

      *    EL TRIENIO LO GENERA PB0EC331 EN EL MES DEL ANIVERSARIO DE
      *    ALTA CUANDO LOS ANOS DE SERVICIO SON MULTIPLO DE TRES, CON
      *    IMPORTE FIJO WS-IMPORTE-TRIENIO; AQUI SE PROYECTA CON LA
      *    MISMA REGLA. UNA FECHA DE ALTA QUE PB0EC331 DARIA POR
      *    INVALIDA NO GENERA TRIENIO Y TAMPOCO SE PROYECTA.
       3250-PROYECTAR-TRIENIO.
           PERFORM 3260-VALIDAR-FECHA-ALTA

           IF  FECHA-INVALIDA
           ADD 1 TO CTR-TRI-FECHA-INVALIDA

           ELSE
           IF  WS-IO-FECHA-ALTA-ANO LESS THAN WS-ANO-PROYECCION
           COMPUTE WS-ANOS-SERVICIO =
                 WS-ANO-PROYECCION - WS-IO-FECHA-ALTA-ANO

           DIVIDE WS-ANOS-SERVICIO BY WS-ANOS-TRIENIO
                  GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-TRIENIO

           IF  WS-RESTO-TRIENIO EQUAL TO ZEROS
           IF  WS-NUM-EVENTOS LESS THAN WS-MAX-EVENTOS
           ADD 1 TO WS-NUM-EVENTOS
           MOVE 'T' TO WS-EVT-ORIGEN (WS-NUM-EVENTOS)
           MOVE 'F' TO WS-EVT-TIPO (WS-NUM-EVENTOS)
           MOVE ZEROS TO WS-EVT-APLICADO-SW (WS-NUM-EVENTOS)
           MOVE WS-IMPORTE-TRIENIO TO WS-EVT-IMPORTE (WS-NUM-EVENTOS)
           COMPUTE WS-EVT-PERIODO (WS-NUM-EVENTOS) =
                 WS-ANO-PROYECCION * 100 + WS-IO-FECHA-ALTA-MES

           ELSE
           DISPLAY 'ATENCION: DEMASIADAS SUBIDAS, NO SE PROYECTA EL '
                   'TRIENIO DE ' CLAVE OF WS-IO-REG-MAESTRO
           ADD 1 TO CTR-TRI-DESCARTADOS
           END-IF
           END-IF
           END-IF
           END-IF.

       3260-VALIDAR-FECHA-ALTA.
           MOVE ZEROS TO FECHA-INVALIDA-SWITCH

           IF  WS-IO-FECHA-ALTA NOT NUMERIC
           SET FECHA-INVALIDA TO TRUE

           ELSE
           IF  WS-IO-FECHA-ALTA-ANO EQUAL TO ZEROS
           OR  WS-IO-FECHA-ALTA-MES LESS THAN 01
           OR  WS-IO-FECHA-ALTA-MES GREATER THAN 12
           OR  WS-IO-FECHA-ALTA-DIA LESS THAN 01
           OR  WS-IO-FECHA-ALTA-DIA GREATER THAN 31
           SET FECHA-INVALIDA TO TRUE

           ELSE
           PERFORM 3270-VALIDAR-DIA-MES
           END-IF
           END-IF.

      *    EL DIA SE CONTRASTA CON LOS DIAS DEL MES; FEBRERO ADMITE EL
      *    29 SOLO EN ANO BISIESTO (SE USA EL ANO DE ALTA).
       3270-VALIDAR-DIA-MES.
           IF  WS-IO-FECHA-ALTA-DIA GREATER THAN 30
           AND (WS-IO-FECHA-ALTA-MES EQUAL TO 04 OR 06 OR 09 OR 11)
           SET FECHA-INVALIDA TO TRUE
           END-IF

           IF  WS-IO-FECHA-ALTA-MES EQUAL TO 02
           AND WS-IO-FECHA-ALTA-DIA GREATER THAN 28
           MOVE WS-IO-FECHA-ALTA-ANO TO WS-ANO-ALTA
           PERFORM 3280-COMPROBAR-BISIESTO

           IF  WS-IO-FECHA-ALTA-DIA GREATER THAN 29
           OR  NOT ANO-BISIESTO
           SET FECHA-INVALIDA TO TRUE
           END-IF
           END-IF.

       3280-COMPROBAR-BISIESTO.
           MOVE ZEROS TO ANO-BISIESTO-SWITCH

           DIVIDE WS-ANO-ALTA BY 4
                  GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-BISIESTO

           IF  WS-RESTO-BISIESTO EQUAL TO ZEROS
           SET ANO-BISIESTO TO TRUE

           DIVIDE WS-ANO-ALTA BY 100
                  GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-BISIESTO

           IF  WS-RESTO-BISIESTO EQUAL TO ZEROS
           MOVE ZEROS TO ANO-BISIESTO-SWITCH

           DIVIDE WS-ANO-ALTA BY 400
                  GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-BISIESTO

           IF  WS-RESTO-BISIESTO EQUAL TO ZEROS
           SET ANO-BISIESTO TO TRUE
           END-IF
           END-IF
           END-IF.

      *    EL SALARIO SE LLEVA MES A MES POR EL ANO PROYECTADO: CADA
      *    MES SUMA LAS SUBIDAS CUYO EFECTO YA HA LLEGADO Y EL COSTE
      *    DEL MES ES EL SALARIO RESULTANTE.
       3300-PROYECTAR-EMPLEADO.
           PERFORM 3400-BUSCAR-DEPARTAMENTO

           IF  WS-DEP-ACTUAL GREATER THAN ZEROS
           MOVE WS-IO-SALARIO TO WS-SALARIO-PROY

           ADD 1 TO WS-DEP-EMPLEADOS (WS-DEP-ACTUAL)
           ADD WS-IO-SALARIO TO WS-DEP-COSTE-ACTUAL (WS-DEP-ACTUAL)
           ADD WS-IO-SALARIO TO WS-CIA-COSTE-ACTUAL

           PERFORM 3310-PROYECTAR-MES
            THRU 3310-PROYECTAR-MES-EXIT
           VARYING WS-MES FROM 1 BY 1
           UNTIL WS-MES GREATER THAN 12

           COMPUTE WS-SUBIDA-EMPLEADO =
                 WS-SALARIO-PROY - WS-IO-SALARIO

           ADD WS-SUBIDA-EMPLEADO TO WS-DEP-SUBIDA-MES (WS-DEP-ACTUAL)
           ADD WS-SUBIDA-EMPLEADO TO WS-CIA-SUBIDA-MES

           PERFORM 3350-CONTAR-EVENTO
            THRU 3350-CONTAR-EVENTO-EXIT
           VARYING WS-EVT-IDX FROM 1 BY 1
           UNTIL WS-EVT-IDX GREATER THAN WS-NUM-EVENTOS
           END-IF.

      *    LAS SUBIDAS QUE ENTRAN EN EL MISMO MES SE CALCULAN SOBRE EL
      *    SALARIO ANTERIOR A TODAS ELLAS Y EL SALARIO SE REDONDEA A
      *    UNIDADES, COMO HACE PB0EC319 EN UNA MISMA EJECUCION.
       3310-PROYECTAR-MES.
           COMPUTE WS-PERIODO-MES = WS-ANO-PROYECCION * 100 + WS-MES

           MOVE ZEROS TO WS-SUBIDA-MES

           PERFORM 3320-APLICAR-EVENTO
            THRU 3320-APLICAR-EVENTO-EXIT
           VARYING WS-EVT-IDX FROM 1 BY 1
           UNTIL WS-EVT-IDX GREATER THAN WS-NUM-EVENTOS

           ADD WS-SUBIDA-MES TO WS-SALARIO-PROY ROUNDED

           ADD WS-SALARIO-PROY
               TO WS-DEP-COSTE-MES (WS-DEP-ACTUAL, WS-MES)
           ADD WS-SALARIO-PROY
               TO WS-DEP-COSTE-ANUAL (WS-DEP-ACTUAL)
           ADD WS-SALARIO-PROY TO WS-CIA-COSTE-MES (WS-MES)
           ADD WS-SALARIO-PROY TO WS-CIA-COSTE-ANUAL.

       3310-PROYECTAR-MES-EXIT.
           EXIT.

       3320-APLICAR-EVENTO.
           IF  NOT WS-EVT-APLICADO (WS-EVT-IDX)
           AND WS-EVT-PERIODO (WS-EVT-IDX) NOT GREATER THAN
                                                    WS-PERIODO-MES
           IF  WS-EVT-TIPO (WS-EVT-IDX) EQUAL TO 'P'
           COMPUTE WS-SUBIDA-EVENTO ROUNDED =
                 WS-SALARIO-PROY * WS-EVT-IMPORTE (WS-EVT-IDX) / 100

           ELSE
           MOVE WS-EVT-IMPORTE (WS-EVT-IDX) TO WS-SUBIDA-EVENTO
           END-IF

           ADD WS-SUBIDA-EVENTO TO WS-SUBIDA-MES

           SET WS-EVT-APLICADO (WS-EVT-IDX) TO TRUE
           END-IF.

       3320-APLICAR-EVENTO-EXIT.
           EXIT.

       3350-CONTAR-EVENTO.
           EVALUATE TRUE
           WHEN WS-EVT-TRIENIO (WS-EVT-IDX)
                 ADD 1 TO CTR-TRI-PROYECTADOS

           WHEN WS-EVT-PENDIENTE (WS-EVT-IDX)
            AND WS-EVT-APLICADO (WS-EVT-IDX)
                 ADD 1 TO CTR-PEN-PROYECTADAS

           WHEN WS-EVT-PENDIENTE (WS-EVT-IDX)
                 ADD 1 TO CTR-PEN-FUERA-ANO

           WHEN WS-EVT-APLICADO (WS-EVT-IDX)
                 ADD 1 TO CTR-RGL-PROYECTADAS

           WHEN OTHER
                 ADD 1 TO CTR-RGL-FUERA-ANO
           END-EVALUATE.

       3350-CONTAR-EVENTO-EXIT.
           EXIT.

      *    SI HAY MAS DEPARTAMENTOS DE LOS QUE CABEN, LA PROPUESTA DE
      *    PRESUPUESTOS SALDRIA INCOMPLETA Y PB0EC319 TAMPOCO LOS
      *    PODRIA CARGAR: SE CANCELA.
       3400-BUSCAR-DEPARTAMENTO.
           MOVE ZEROS TO WS-DEP-ACTUAL

           PERFORM 3410-COMPARAR-DEPARTAMENTO
            THRU 3410-COMPARAR-DEPARTAMENTO-EXIT
           VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX GREATER THAN WS-NUM-DEPARTAMENTOS
              OR WS-DEP-ACTUAL GREATER THAN ZEROS

           IF  WS-DEP-ACTUAL EQUAL TO ZEROS
           IF  WS-NUM-DEPARTAMENTOS LESS THAN WS-MAX-DEPARTAMENTOS
           ADD 1 TO WS-NUM-DEPARTAMENTOS
           MOVE WS-NUM-DEPARTAMENTOS TO WS-DEP-ACTUAL
           INITIALIZE WS-DEP-ENTRADA (WS-DEP-ACTUAL)
           MOVE WS-IO-DEPARTAMENTO
                TO WS-DEP-DEPARTAMENTO (WS-DEP-ACTUAL)

           ELSE
           DISPLAY 'TABLA DE DEPARTAMENTOS LLENA EN '
                    WS-IO-DEPARTAMENTO
           SET ERRORES TO TRUE
           END-IF
           END-IF.

       3410-COMPARAR-DEPARTAMENTO.
           IF  WS-DEP-DEPARTAMENTO (WS-DEP-IDX) EQUAL TO
                                             WS-IO-DEPARTAMENTO
           MOVE WS-DEP-IDX TO WS-DEP-ACTUAL
           END-IF.

       3410-COMPARAR-DEPARTAMENTO-EXIT.
           EXIT.

      *    PENDIENTES QUE QUEDAN POR DETRAS DEL ULTIMO EMPLEADO DEL
      *    MAESTRO.
       7000-APURAR-PENDIENTES.
           DISPLAY 'ATENCION: SUBIDA PENDIENTE SIN EMPLEADO EN EL '
                   'MAESTRO ' WS-PEN-CLAVE

           ADD 1 TO CTR-PEN-SIN-EMPLEADO

           PERFORM 9150-LEER-PENDIENTES.

       7000-APURAR-PENDIENTES-EXIT.
           EXIT.

       7100-EDITAR-PROYECCION.
           PERFORM 7110-EDITAR-DEPARTAMENTO
            THRU 7110-EDITAR-DEPARTAMENTO-EXIT
           VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX GREATER THAN WS-NUM-DEPARTAMENTOS
              OR ERRORES

           MOVE 'TOTAL COMPANIA'    TO WS-BLQ-NOMBRE
           MOVE CTR-ACTIVOS         TO WS-BLQ-EMPLEADOS
           MOVE WS-CIA-COSTE-ACTUAL TO WS-BLQ-COSTE-ACTUAL
           MOVE WS-CIA-COSTE-ANUAL  TO WS-BLQ-COSTE-ANUAL
           MOVE WS-CIA-SUBIDA-MES   TO WS-BLQ-SUBIDA-MES

           PERFORM 7130-MOVER-MES-COMPANIA
            THRU 7130-MOVER-MES-COMPANIA-EXIT
           VARYING WS-MES FROM 1 BY 1
           UNTIL WS-MES GREATER THAN 12

           PERFORM 9310-ESCRIBIR-BLOQUE.

      *    CADA DEPARTAMENTO SALE EN EL LISTADO Y, SI TIENE SUBIDA
      *    MENSUAL PROYECTADA, EN LA PROPUESTA DE PRESUPUESTOS. UN
      *    PRESUPUESTO A CERO HARIA QUE PB0EC319 RECHAZASE TODAS LAS
      *    SUBIDAS DEL DEPARTAMENTO; SIN REGISTRO NO SE LE CONTROLA.
       7110-EDITAR-DEPARTAMENTO.
           MOVE WS-DEP-DEPARTAMENTO (WS-DEP-IDX) TO WS-BLQ-NOMBRE
           MOVE WS-DEP-EMPLEADOS (WS-DEP-IDX)    TO WS-BLQ-EMPLEADOS
           MOVE WS-DEP-COSTE-ACTUAL (WS-DEP-IDX) TO WS-BLQ-COSTE-ACTUAL
           MOVE WS-DEP-COSTE-ANUAL (WS-DEP-IDX)  TO WS-BLQ-COSTE-ANUAL
           MOVE WS-DEP-SUBIDA-MES (WS-DEP-IDX)   TO WS-BLQ-SUBIDA-MES

           PERFORM 7120-MOVER-MES-DEPARTAMENTO
            THRU 7120-MOVER-MES-DEPARTAMENTO-EXIT
           VARYING WS-MES FROM 1 BY 1
           UNTIL WS-MES GREATER THAN 12

           PERFORM 9310-ESCRIBIR-BLOQUE

           IF  WS-DEP-SUBIDA-MES (WS-DEP-IDX) GREATER THAN ZEROS
           PERFORM 9400-GRABAR-PRESUPUESTO
           END-IF.

       7110-EDITAR-DEPARTAMENTO-EXIT.
           EXIT.

       7120-MOVER-MES-DEPARTAMENTO.
           MOVE WS-DEP-COSTE-MES (WS-DEP-IDX, WS-MES)
                TO WS-BLQ-COSTE-MES (WS-MES).

       7120-MOVER-MES-DEPARTAMENTO-EXIT.
           EXIT.

       7130-MOVER-MES-COMPANIA.
           MOVE WS-CIA-COSTE-MES (WS-MES) TO WS-BLQ-COSTE-MES (WS-MES).

       7130-MOVER-MES-COMPANIA-EXIT.
           EXIT.

       8000-FIN.
           IF  EMPTY-FILE
           DISPLAY 'MAESTRO DE EMPLEADOS VACIO'
           END-IF

           IF  NOT ERRORES
           AND NOT EMPTY-FILE
           PERFORM 7100-EDITAR-PROYECCION

           PERFORM 9320-ESCRIBIR-RESUMEN
           END-IF

           IF  ERRORES
           DISPLAY '////////////////////'
           DISPLAY '//A T E N C I O N///'
           DISPLAY '/////ERRORES////////'
           DISPLAY '/SE CANCELA EL PGM//'
           DISPLAY '///Y EL JCL ////////'

           MOVE 1001 TO RETURN-CODE

           ELSE
           DISPLAY '********************'
           DISPLAY '***EJECUCION OK*****'
           DISPLAY '********************'
           DISPLAY 'ANO PROYECTADO   ' WS-ANO-PROYECCION
           DISPLAY 'LEIDOS MAESTRO   ' CTR-LEIDOS-MAESTRO
           DISPLAY 'EMPLEADOS ACTIVOS ' CTR-ACTIVOS
           DISPLAY 'EMPLEADOS EN BAJA ' CTR-BAJAS
           DISPLAY 'LEIDAS PENDIENTES ' CTR-LEIDOS-PENDIENTES
           DISPLAY 'PENDIENTES PROYECTADAS ' CTR-PEN-PROYECTADAS
           DISPLAY 'PENDIENTES FUERA DEL ANO ' CTR-PEN-FUERA-ANO
           DISPLAY 'PENDIENTES DE BAJAS ' CTR-PEN-BAJAS
           DISPLAY 'PENDIENTES SIN EMPLEADO ' CTR-PEN-SIN-EMPLEADO
           DISPLAY 'PENDIENTES DESCARTADAS ' CTR-PEN-DESCARTADAS
           DISPLAY 'REGLAS PROYECTADAS ' CTR-RGL-PROYECTADAS
           DISPLAY 'REGLAS FUERA DEL ANO ' CTR-RGL-FUERA-ANO
           DISPLAY 'TRIENIOS PROYECTADOS ' CTR-TRI-PROYECTADOS
           DISPLAY 'ALTAS INVALIDAS SIN TRIENIO ' CTR-TRI-FECHA-INVALIDA
           DISPLAY 'TRIENIOS DESCARTADOS ' CTR-TRI-DESCARTADOS
           DISPLAY 'PRESUPUESTOS GRABADOS ' CTR-PRESUPUESTOS

           IF  CTR-PEN-SIN-EMPLEADO GREATER THAN ZEROS
           OR  CTR-PEN-DESCARTADAS GREATER THAN ZEROS
           DISPLAY 'ATENCION: HAY SUBIDAS PENDIENTES QUE NO SE HAN '
                   'PODIDO PROYECTAR'
           MOVE 4 TO RETURN-CODE
           END-IF

           IF  CTR-TRI-DESCARTADOS GREATER THAN ZEROS
           DISPLAY 'ATENCION: HAY TRIENIOS QUE NO SE HAN PODIDO '
                   'PROYECTAR'
           MOVE 4 TO RETURN-CODE
           END-IF
           END-IF

           IF NOT ERRORES
           CLOSE MAESTRO
                  PENDIENTES-ENT
                  PRESUPUESTOS
                  LISTADO
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC337'.

       9000-LEER-MAESTRO.
           READ MAESTRO NEXT RECORD INTO WS-IO-REG-MAESTRO

           EVALUATE FS-ERROR1
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-MAESTRO

           WHEN 10
                 SET END-OF-FILE TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER EN MAESTRO  ' FS-ERROR1
                  SET ERRORES TO TRUE
           END-EVALUATE.

      *    PB0EC319 GRABA PENDIENTES EN EL ORDEN DE CLAVE DEL FICHERO
      *    DE SUBIDAS; UNA CLAVE QUE RETROCEDE ROMPERIA EL CRUCE CON
      *    EL MAESTRO, ASI QUE SE CANCELA.
       9150-LEER-PENDIENTES.
           READ PENDIENTES-ENT INTO WS-IN-REG-SUBIDAS

           EVALUATE FS-ERROR2
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-PENDIENTES

                  MOVE WS-IN-CODIGO TO WS-PEN-CLAVE

                  IF  WS-PEN-CLAVE LESS THAN WS-PEN-CLAVE-ANT
                  DISPLAY 'FICHERO DE PENDIENTES FUERA DE SECUENCIA '
                           WS-PEN-CLAVE
                  SET ERRORES TO TRUE
                  END-IF

                  MOVE WS-PEN-CLAVE TO WS-PEN-CLAVE-ANT

           WHEN 10
                  SET END-OF-FILE-P TO TRUE

                  MOVE HIGH-VALUES TO WS-PEN-CLAVE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER PENDIENTES-ENT ' FS-ERROR2
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9300-ESCRIBIR-CABECERA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE ZEROS TO WS-LINEAS-PAGINA
           MOVE WS-NUM-PAGINA TO WS-ED-PAGINA

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'PROYECCION DE COSTE SALARIAL ' WS-ANO-PROYECCION
                  '   FECHA: ' WS-FECHA-LISTADO
                  '   PAGINA: ' WS-ED-PAGINA
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING PAGE

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'DEPARTAMENTO   ' '  '
                  'EMPL.' '  '
                  '  COSTE MES ACTUAL' '  '
                  '  COSTE ANUAL PROY'
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'MES     '
                  '     ENE/JUL' '     FEB/AGO' '     MAR/SEP'
                  '     ABR/OCT' '     MAY/NOV' '     JUN/DIC'
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           ADD 3 TO WS-LINEAS-PAGINA.

       9310-ESCRIBIR-BLOQUE.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE WS-BLQ-EMPLEADOS    TO WS-ED-CONTADOR
           MOVE WS-BLQ-COSTE-ACTUAL TO WS-ED-IMPORTE
           MOVE WS-BLQ-COSTE-ANUAL  TO WS-ED-TOTAL

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING WS-BLQ-NOMBRE  '  '
                  WS-ED-CONTADOR '  '
                  WS-ED-IMPORTE  '  '
                  WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES

           MOVE ZEROS TO WS-DESPLAZAMIENTO

           PERFORM 9315-ESCRIBIR-SEMESTRE

           MOVE 6 TO WS-DESPLAZAMIENTO

           PERFORM 9315-ESCRIBIR-SEMESTRE

           MOVE WS-BLQ-SUBIDA-MES TO WS-ED-IMPORTE

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING '        SUBIDA MENSUAL PROYECTADA A DICIEMBRE: '
                  WS-ED-IMPORTE
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           ADD 5 TO WS-LINEAS-PAGINA.

       9315-ESCRIBIR-SEMESTRE.
           MOVE SPACES TO WS-LINEA-MESES
           MOVE 'ENE-JUN' TO WS-LM-ETIQUETA

           IF  WS-DESPLAZAMIENTO GREATER THAN ZEROS
           MOVE 'JUL-DIC' TO WS-LM-ETIQUETA
           END-IF

           PERFORM 9316-MOVER-COLUMNA
            THRU 9316-MOVER-COLUMNA-EXIT
           VARYING WS-COL FROM 1 BY 1
           UNTIL WS-COL GREATER THAN 6

           WRITE REG-LISTADO FROM WS-LINEA-MESES
             AFTER ADVANCING 1 LINE.

       9316-MOVER-COLUMNA.
           COMPUTE WS-MES = WS-COL + WS-DESPLAZAMIENTO

           COMPUTE WS-LM-IMPORTE (WS-COL) ROUNDED =
                 WS-BLQ-COSTE-MES (WS-MES).

       9316-MOVER-COLUMNA-EXIT.
           EXIT.

       9320-ESCRIBIR-RESUMEN.
           MOVE CTR-PEN-PROYECTADAS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'SUBIDAS PENDIENTES PROYECTADAS:   ' WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 3 LINES

           MOVE CTR-PEN-FUERA-ANO TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'SUBIDAS PENDIENTES FUERA DEL ANO: ' WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           MOVE CTR-RGL-PROYECTADAS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'EMPLEADOS CON REGLA DE CONVENIO:  ' WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           MOVE CTR-TRI-PROYECTADOS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'TRIENIOS PROYECTADOS:             ' WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           MOVE CTR-PRESUPUESTOS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'DEPARTAMENTOS EN LA PROPUESTA:    ' WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE.

       9400-GRABAR-PRESUPUESTO.
           MOVE SPACES TO REG-PRESUPUESTOS

           MOVE WS-DEP-DEPARTAMENTO (WS-DEP-IDX) TO PRE-DEPARTAMENTO
           MOVE WS-DEP-SUBIDA-MES (WS-DEP-IDX)   TO PRE-IMPORTE

           WRITE REG-PRESUPUESTOS

           IF  FS-ERROR4 EQUAL TO ZEROS
           ADD 1 TO CTR-PRESUPUESTOS

           ELSE
           DISPLAY 'ERROR AL GRABAR PRESUPUESTOS ' FS-ERROR4
           SET ERRORES TO TRUE
           END-IF.

       9600-LEER-FECHA-PARM.
           OPEN INPUT PARM-FILE

      *    UN SELECT OPTIONAL SIN FICHERO EN DISCO DEVUELVE FILE
      *    STATUS 05 EN EL OPEN (NO 00), PERO EL FICHERO QUEDA ABIERTO
      *    IGUALMENTE; HAY QUE CERRARLO EN AMBOS CASOS.
           IF  FS-ERROR6 EQUAL TO ZEROS
           OR  FS-ERROR6 EQUAL TO 05
           READ PARM-FILE INTO WS-PARM-FECHA

           IF  FS-ERROR6 EQUAL TO ZEROS
           AND WS-PARM-FECHA NOT EQUAL TO SPACES
           MOVE WS-PARM-ANO TO AUX-ANO
           MOVE WS-PARM-MES TO AUX-MES
           MOVE WS-PARM-DIA TO AUX-DIA

           DISPLAY 'FECHA DE EJECUCION TOMADA DEL PARM: '
                    WS-PARM-FECHA
           END-IF

           CLOSE PARM-FILE
           END-IF

           MOVE ZEROS TO FS-ERROR6.
