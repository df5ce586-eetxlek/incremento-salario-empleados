      *  DESCRIPCION: MANTENIMIENTO DEL MAESTRO DE EMPLEADOS           *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA APLICA AL MAESTRO DE EMPLEADOS LOS *
      *               MOVIMIENTOS QUE ENVIA RRHH (ALTAS, BAJAS,        *
      *               MODIFICACIONES DE DATOS Y PROMOCIONES) PARA QUE  *
      *               EL MAESTRO ESTE AL DIA ANTES DE QUE PB0EC319     *
      *               EJECUTE EL CRUCE DE SUBIDAS                      *
      *                                                                *
      *  TIPO:        BATCH/ACTUALIZACION DIRECTA POR CLAVE            *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO MAESTRO DE EMPLEADOS (I-O)               *
      *               FICHERO SECUENCIAL DE MOVIMIENTOS                *
      *               FICHERO DE CONTROL DE EJECUCION (OPC)            *
      *                                                                *
      *  OUTPUTS:     MAESTRO DE EMPLEADOS ACTUALIZADO                 *
      *               INFORME DE MOVIMIENTOS APLICADOS Y RECHAZADOS    *
      *               FICHERO DE SUBIDAS DE PROMOCION (FORMATO VSUBI)  *
      *               HISTORICO DE CAMBIOS DEL MAESTRO (EXTEND)        *
      *               REGISTRO DEL PASO EN LA CADENA (VPASO, EXTEND)   *
      *                                                                *
      *  NOTA:        EL SALARIO SOLO SE CARGA EN LAS ALTAS; LOS       *
      *               CAMBIOS DE SALARIO SE TRAMITAN SIEMPRE POR EL    *
      *               SON LOGICAS: MARCAN EL ESTADO Y LA FECHA DE      *
      *               BAJA EN EL REGISTRO (VEMPE) EN VEZ DE BORRARLO,  *
      *               PARA QUE LA AUDITORIA Y LA INTERFAZ DE NOMINA    *
      *               SIGAN PUDIENDO REFERIRSE AL EMPLEADO. LA         *
      *               PROMOCION ('P') CAMBIA LA CATEGORIA Y EN EL      *
      *               MISMO PASO GRABA SU SUBIDA (IMPORTE FIJO O       *
      *               PORCENTAJE CON FECHA DE EFECTO) EN EL FICHERO DE *
      *               SUBIDAS DE PROMOCION QUE LEE PB0EC318, ASI EL    *
      *               SALARIO SIGUE CAMBIANDO SOLO POR EL CIRCUITO DE  *
      *               SUBIDAS; EL INFORME EMPAREJA CADA CAMBIO DE      *
      *               CATEGORIA CON LA SUBIDA QUE HA GENERADO. CADA    *
      *               MOVIMIENTO APLICADO DEJA EN EL HISTORICO DE      *
      *               CAMBIOS (VHMAE) UN REGISTRO POR CAMPO CAMBIADO   *
      *               CON EL VALOR ANTERIOR, EL NUEVO Y EL LOTE DE     *
      *               RRHH; SE CONSULTA CON PB0EC333. UNA PROMOCION A  *
      *               LA CATEGORIA ACTUAL SE RECHAZA, SALVO EN UN      *
      *               RELANZAMIENTO: SI EL HISTORICO YA TIENE ESE      *
      *               CAMBIO DE CATEGORIA EN LA FECHA DE NEGOCIO, SOLO *
      *               SE VUELVE A GRABAR SU SUBIDA. UNA EJECUCION      *
      *               TERMINADA BIEN NO SE DEBE RELANZAR.              *
      *                                                                *
      ******************************************************************

                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR4.

           SELECT SUBIDAS-PROMOCION
                ASSIGN TO SUBPROM
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR5.

           SELECT OPTIONAL HISTORICO-MAESTRO
                ASSIGN TO HISMAE
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR6.

           SELECT OPTIONAL REGISTRO-PASOS
                ASSIGN TO PASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR7.

           SELECT OPTIONAL CONTROL-EJEC
                ASSIGN TO CTRLEJE
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR8.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS REG-PARM.
       01  REG-PARM                 PIC X(09).

       FD  SUBIDAS-PROMOCION
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-SUBIDAS-PROM.
       01  REG-SUBIDAS-PROM         PIC X(100).

       FD  HISTORICO-MAESTRO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-HISTORICO-MAESTRO.
       01  REG-HISTORICO-MAESTRO    PIC X(100).

       FD  REGISTRO-PASOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PASO.
       01  REG-PASO                 PIC X(100).

       FD  CONTROL-EJEC
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-CONTROL-EJEC.
       01  REG-CONTROL-EJEC         PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-REG-PASO.
               COPY VPASO.

           05  WS-REG-CONTROL-EJEC.
               COPY VCTRE.

           05  WS-IO-REG-MAESTRO.
               COPY VEMPE.

           05  WS-IN-REG-SUBIDAS.
               COPY VSUBI.

           05  WS-REG-HISTORICO.
               COPY VHMAE.

      *    SALVAGUARDA DEL REGISTRO DE ALTA YA MONTADO MIENTRAS SE
      *    RELEE EL REGISTRO EXISTENTE EN UNA READMISION.
           05  WS-REG-ALTA-NUEVA     PIC X(100) VALUE SPACES.
                   88  WS-MOV-ALTA                  VALUE 'A'.
                   88  WS-MOV-BAJA                  VALUE 'B'.
                   88  WS-MOV-MODIFICACION          VALUE 'M'.
                   88  WS-MOV-PROMOCION             VALUE 'P'.
               10  WS-MOV-CLAVE       PIC X(05)  VALUE SPACES.
               10  WS-MOV-SALARIO     PIC 9(09)  VALUE ZEROS.
               10  WS-MOV-SALARIO-X REDEFINES WS-MOV-SALARIO
                                      PIC X(09).
               10  WS-MOV-NOMBRE      PIC X(25)  VALUE SPACES.
      *    LA PROMOCION NO LLEVA NOMBRE: EN SU SITIO VIAJA LA SUBIDA
      *    QUE ACOMPANA AL CAMBIO DE CATEGORIA.
               10  WS-MOV-DATOS-PROMOCION REDEFINES WS-MOV-NOMBRE.
                   15  WS-MOV-PRO-TIPO-SUBIDA  PIC X(01).
                       88  WS-MOV-PRO-IMPORTE-FIJO      VALUE 'F'.
                       88  WS-MOV-PRO-PORCENTAJE        VALUE 'P'.
                   15  WS-MOV-PRO-IMPORTE      PIC 9(07)V99.
                   15  WS-MOV-PRO-IMPORTE-X REDEFINES WS-MOV-PRO-IMPORTE
                                          PIC X(09).
                   15  WS-MOV-PRO-FECHA-EFECTO.
                       20  WS-MOV-PRO-EFE-ANO  PIC 9(04).
                       20  WS-MOV-PRO-EFE-MES  PIC 9(02).
                       20  WS-MOV-PRO-EFE-DIA  PIC 9(02).
                   15  WS-MOV-PRO-FECHA-EFECTO-N
                           REDEFINES WS-MOV-PRO-FECHA-EFECTO
                                          PIC 9(08).
                   15  FILLER                  PIC X(07).
               10  WS-MOV-DEPARTAMENTO PIC X(15) VALUE SPACES.
               10  WS-MOV-CATEGORIA   PIC X(05)  VALUE SPACES.
               10  WS-MOV-FECHA-ALTA  PIC 9(08)  VALUE ZEROS.
               10  WS-MOV-FECHA-ALTA-X REDEFINES WS-MOV-FECHA-ALTA
                                      PIC X(08).
               10  WS-MOV-LOTE        PIC X(08)  VALUE SPACES.
               10  FILLER             PIC X(04)  VALUE SPACES.

      *    DATOS DEL EMPLEADO ANTES DE APLICAR EL MOVIMIENTO, PARA
      *    GRABAR EN EL HISTORICO DE CAMBIOS SOLO LO QUE CAMBIA.
           05  WS-DATOS-ANTERIORES.
               10  WS-ANT-SALARIO     PIC 9(09)  VALUE ZEROS.
               10  WS-ANT-NOMBRE      PIC X(25)  VALUE SPACES.
               10  WS-ANT-DEPARTAMENTO PIC X(15) VALUE SPACES.
               10  WS-ANT-CATEGORIA   PIC X(05)  VALUE SPACES.
               10  WS-ANT-FECHA-ALTA  PIC X(08)  VALUE SPACES.
               10  WS-ANT-ESTADO      PIC X(01)  VALUE SPACES.

           05  WS-SALARIO-ED          PIC 9(09)    VALUE ZEROS.

           05  WS-MOTIVO-RECHAZO      PIC X(40)    VALUE SPACES.

           05  WS-CATEGORIA-ANTERIOR  PIC X(05)    VALUE SPACES.

      *    CAMBIOS DE CATEGORIA POR PROMOCION QUE EL HISTORICO YA TIENE
      *    CON LA FECHA DE NEGOCIO: SOLO HAY ALGUNO SI SE RELANZA.
           05  WS-TABLA-PROM-DIA.
               10  WS-PRD-ENTRADA  OCCURS 500 TIMES.
                   15  WS-PRD-CLAVE         PIC X(05).
                   15  WS-PRD-CATEGORIA     PIC X(05).

           05  WS-NUM-PROM-DIA        PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-PROM-DIA        PIC S9(3) COMP-3  VALUE 500.
           05  WS-PRD-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-PRD-ACTUAL          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-IMPORTE-ENTERO      PIC S9(7) COMP-3  VALUE ZEROS.

           05  MOVIMIENTO-VALIDO-SWITCH  PIC 9      VALUE ZEROS.
           88  MOVIMIENTO-VALIDO                 VALUE 1.
           88  MOVIMIENTO-INVALIDO               VALUE 0.

           05  WS-LINEA-INFORME       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-INFORME       PIC X(10)    VALUE SPACES.
           05  WS-FECHA-EFECTO-ED     PIC X(10)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-IMPORTE          PIC Z,ZZZ,ZZ9.99.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-LINEAS-PAGINA       PIC S9(3) COMP-3  VALUE ZEROS.
           05  CTR-ALTAS           PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-BAJAS           PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-MODIFICACIONES  PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PROMOCIONES     PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PROM-REGENERADAS
                                   PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-RECHAZADOS      PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-HISTORICO       PIC S9(5) PACKED-DECIMAL VALUE ZEROS.

           05  FS-ERROR1           PIC 99       VALUE ZEROS.
           05  FS-ERROR2           PIC 99       VALUE ZEROS.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.
           05  FS-ERROR4           PIC 99       VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.
           05  FS-ERROR6           PIC 99       VALUE ZEROS.
           05  FS-ERROR7           PIC 99       VALUE ZEROS.
           05  FS-ERROR8           PIC 99       VALUE ZEROS.

           05  WS-PARM-FECHA.
           10  WS-PARM-ANO         PIC 9(4)     VALUE ZEROS.
           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.

           05  FIN-HISTORICO-SWITCH  PIC 9        VALUE ZEROS.
           88  FIN-HISTORICO                  VALUE 1.

           05  EMPTY-FILE-SWITCH     PIC 9        VALUE ZEROS.
           88  EMPTY-FILE                     VALUE 1.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC317'.

           ACCEPT PAS-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-INICIO  FROM TIME

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM
           OPEN I-O   MAESTRO
           OPEN INPUT MOVIMIENTOS
           OPEN OUTPUT INFORME
                       SUBIDAS-PROMOCION

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR MAESTRO  ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR SUBIDAS-PROMOCION ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF

           PERFORM 2100-CARGAR-PROMOCIONES-DIA

      *    EL HISTORICO DE CAMBIOS ES ACUMULATIVO, COMO LA AUDITORIA:
      *    SE ABRE EN EXTEND Y LA PRIMERA VEZ NO EXISTE (ESTADO 05).
           OPEN EXTEND HISTORICO-MAESTRO

           IF  FS-ERROR6 NOT EQUAL TO ZEROS
           AND FS-ERROR6 NOT EQUAL TO 05
           DISPLAY 'ERROR AL ABRIR HISTORICO-MAESTRO ' FS-ERROR6
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR6

           IF  NOT ERRORES
           PERFORM 9300-ESCRIBIR-CABECERA

           END-IF
           END-IF.

      *    SE RECORRE EL HISTORICO ANTES DE ABRIRLO EN EXTEND PARA
      *    SABER QUE PROMOCIONES DE LA FECHA DE NEGOCIO YA CAMBIARON
      *    LA CATEGORIA EN UNA EJECUCION ANTERIOR QUE SE CANCELO.
       2100-CARGAR-PROMOCIONES-DIA.
           OPEN INPUT HISTORICO-MAESTRO

           IF  FS-ERROR6 EQUAL TO ZEROS
           OR  FS-ERROR6 EQUAL TO 05
           MOVE ZEROS TO FS-ERROR6

           PERFORM 2110-LEER-HISTORICO
            THRU 2110-LEER-HISTORICO-EXIT
           UNTIL FIN-HISTORICO
              OR ERRORES

           CLOSE HISTORICO-MAESTRO

           ELSE
           DISPLAY 'ERROR AL ABRIR HISTORICO-MAESTRO ' FS-ERROR6
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR6

           IF  WS-NUM-PROM-DIA GREATER THAN ZEROS
           DISPLAY 'RELANZAMIENTO: PROMOCIONES YA APLICADAS EN LA '
                   'FECHA ' WS-NUM-PROM-DIA
           END-IF.

       2110-LEER-HISTORICO.
           READ HISTORICO-MAESTRO INTO WS-REG-HISTORICO

           EVALUATE FS-ERROR6
           WHEN ZEROS
                 IF  HIS-FECHA EQUAL TO AUX-FECHA
                 AND HIS-PROMOCION
                 AND HIS-CAMPO-CATEGORIA
                 PERFORM 2120-GUARDAR-PROMOCION-DIA
                 END-IF

           WHEN 10
                 SET FIN-HISTORICO TO TRUE

           WHEN OTHER
                 DISPLAY 'ERROR AL LEER HISTORICO-MAESTRO ' FS-ERROR6
                 SET ERRORES TO TRUE
           END-EVALUATE.

       2110-LEER-HISTORICO-EXIT.
           EXIT.

      *    CON LA TABLA LLENA LA PROMOCION QUE NO CABE SE RECHAZARA
      *    COMO PROMOCION A LA CATEGORIA ACTUAL: NUNCA SE PAGA DOS
      *    VECES.
       2120-GUARDAR-PROMOCION-DIA.
           IF  WS-NUM-PROM-DIA LESS THAN WS-MAX-PROM-DIA
           ADD 1 TO WS-NUM-PROM-DIA
           MOVE HIS-CLAVE       TO WS-PRD-CLAVE (WS-NUM-PROM-DIA)
           MOVE HIS-VALOR-NUEVO TO WS-PRD-CATEGORIA (WS-NUM-PROM-DIA)

           ELSE
           DISPLAY 'TABLA DE PROMOCIONES DEL DIA LLENA, SE IGNORA '
                    HIS-CLAVE
           END-IF.

       3000-PROCESO.
           SET MOVIMIENTO-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO-RECHAZO

           WHEN WS-MOV-MODIFICACION
                 PERFORM 3300-MODIFICACION

           WHEN WS-MOV-PROMOCION
                 PERFORM 3400-PROMOCION
           END-EVALUATE
           END-IF

           IF  MOVIMIENTO-VALIDO
           AND NOT ERRORES
           PERFORM 3600-GRABAR-HISTORICO
           END-IF

           IF  NOT ERRORES
           IF  MOVIMIENTO-VALIDO
           PERFORM 9310-ESCRIBIR-APLICADO
           IF  NOT WS-MOV-ALTA
           AND NOT WS-MOV-BAJA
           AND NOT WS-MOV-MODIFICACION
           AND NOT WS-MOV-PROMOCION
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'TIPO DE MOVIMIENTO DESCONOCIDO' TO WS-MOTIVO-RECHAZO
           END-IF
           AND WS-MOV-FECHA-ALTA-X NOT NUMERIC
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'FECHA DE ALTA NO NUMERICA' TO WS-MOTIVO-RECHAZO
           END-IF

           IF  MOVIMIENTO-VALIDO
           AND WS-MOV-PROMOCION
           PERFORM 3060-VALIDAR-PROMOCION
           END-IF.

      *    LA SUBIDA DE LA PROMOCION SE VALIDA AQUI CON LOS MISMOS
      *    CRITERIOS QUE PB0EC318 (Y EL IMPORTE FIJO ENTERO DEL LAYOUT
      *    VSUBI, COMO EN PB0EC325): SI SE DEJARA PASAR UNA SUBIDA QUE
      *    LA DEPURACION VA A DESCARTAR, LA CATEGORIA QUEDARIA CAMBIADA
      *    SIN SU SUBIDA, QUE ES JUSTO LO QUE ESTE MOVIMIENTO EVITA.
       3060-VALIDAR-PROMOCION.
           IF  WS-MOV-CATEGORIA EQUAL TO SPACES
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'PROMOCION SIN CATEGORIA NUEVA' TO WS-MOTIVO-RECHAZO
           END-IF

           IF  MOVIMIENTO-VALIDO
           AND NOT WS-MOV-PRO-IMPORTE-FIJO
           AND NOT WS-MOV-PRO-PORCENTAJE
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'TIPO DE SUBIDA DE PROMOCION DESCONOCIDO'
                TO WS-MOTIVO-RECHAZO
           END-IF

           IF  MOVIMIENTO-VALIDO
           IF  WS-MOV-PRO-IMPORTE-X NOT NUMERIC
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'PROMOCION SIN IMPORTE DE SUBIDA' TO WS-MOTIVO-RECHAZO

           ELSE
           IF  WS-MOV-PRO-IMPORTE EQUAL TO ZEROS
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'PROMOCION SIN IMPORTE DE SUBIDA' TO WS-MOTIVO-RECHAZO
           END-IF
           END-IF
           END-IF

           IF  MOVIMIENTO-VALIDO
           AND WS-MOV-PRO-PORCENTAJE
           AND WS-MOV-PRO-IMPORTE GREATER THAN 100
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'PORCENTAJE DE PROMOCION FUERA DE RANGO'
                TO WS-MOTIVO-RECHAZO
           END-IF

           IF  MOVIMIENTO-VALIDO
           AND WS-MOV-PRO-IMPORTE-FIJO
           MOVE WS-MOV-PRO-IMPORTE TO WS-IMPORTE-ENTERO

           IF  WS-IMPORTE-ENTERO NOT EQUAL TO WS-MOV-PRO-IMPORTE
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'IMPORTE FIJO DE PROMOCION CON CENTIMOS'
                TO WS-MOTIVO-RECHAZO
           END-IF
           END-IF

           IF  MOVIMIENTO-VALIDO
           IF  WS-MOV-PRO-FECHA-EFECTO-N NOT NUMERIC
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'FECHA DE EFECTO NO NUMERICA' TO WS-MOTIVO-RECHAZO

           ELSE
           IF  WS-MOV-PRO-EFE-MES LESS THAN 01
           OR  WS-MOV-PRO-EFE-MES GREATER THAN 12
           OR  WS-MOV-PRO-EFE-DIA LESS THAN 01
           OR  WS-MOV-PRO-EFE-DIA GREATER THAN 31
           SET MOVIMIENTO-INVALIDO TO TRUE
           MOVE 'FECHA DE EFECTO INVALIDA' TO WS-MOTIVO-RECHAZO
           END-IF
           END-IF
           END-IF.

       3100-ALTA.
           MOVE SPACES              TO WS-DATOS-ANTERIORES
           MOVE ZEROS               TO WS-ANT-SALARIO

           MOVE SPACES              TO WS-IO-REG-MAESTRO
           MOVE WS-MOV-CLAVE        TO CLAVE OF WS-IO-REG-MAESTRO
           MOVE WS-MOV-SALARIO      TO WS-IO-SALARIO

           ELSE
           IF  WS-IO-BAJA
           PERFORM 3500-GUARDAR-ANTERIOR

           MOVE WS-REG-ALTA-NUEVA TO WS-IO-REG-MAESTRO

           REWRITE REG-MAESTRO FROM WS-IO-REG-MAESTRO

           EVALUATE FS-ERROR1
           WHEN ZEROS
                 PERFORM 3500-GUARDAR-ANTERIOR

                 IF  WS-IO-BAJA
                 SET MOVIMIENTO-INVALIDO TO TRUE
                 MOVE 'BAJA DE EMPLEADO YA EN BAJA'

           EVALUATE FS-ERROR1
           WHEN ZEROS
                 PERFORM 3500-GUARDAR-ANTERIOR

                 IF  WS-MOV-NOMBRE NOT EQUAL TO SPACES
                 MOVE WS-MOV-NOMBRE TO WS-IO-NOMBRE
                 END-IF
                 SET ERRORES TO TRUE
           END-EVALUATE.

      *    LA SUBIDA SE GRABA ANTES DE REGRABAR EL MAESTRO. UNA
      *    PROMOCION A LA CATEGORIA QUE YA TIENE EL EMPLEADO SE RECHAZA
      *    (REENVIADA O YA APLICADA, SU SUBIDA SE PAGARIA DOS VECES).
      *    LA EXCEPCION ES EL RELANZAMIENTO TRAS UNA CANCELACION: EL
      *    FICHERO DE SUBIDAS DE PROMOCION SE CREA DE NUEVO Y LA
      *    SUBIDA SE PERDERIA, ASI QUE SI EL HISTORICO TIENE ESE MISMO
      *    CAMBIO DE CATEGORIA CON LA FECHA DE NEGOCIO SE VUELVE A
      *    GRABAR SOLO LA SUBIDA, SIN TOCAR EL MAESTRO, Y SE CUENTA
      *    APARTE.
       3400-PROMOCION.
           MOVE WS-MOV-CLAVE TO CLAVE OF REG-MAESTRO

           READ MAESTRO INTO WS-IO-REG-MAESTRO

           EVALUATE FS-ERROR1
           WHEN ZEROS
                 PERFORM 3500-GUARDAR-ANTERIOR

                 IF  WS-IO-BAJA
                 SET MOVIMIENTO-INVALIDO TO TRUE
                 MOVE 'PROMOCION DE EMPLEADO EN BAJA'
                      TO WS-MOTIVO-RECHAZO

                 ELSE
                 IF  WS-IO-CATEGORIA EQUAL TO WS-MOV-CATEGORIA
                 PERFORM 3410-BUSCAR-PROMOCION-DIA

                 IF  WS-PRD-ACTUAL GREATER THAN ZEROS
                 PERFORM 3450-GRABAR-SUBIDA-PROMOCION

      *    LA ENTRADA SE CONSUME: UN MOVIMIENTO REPETIDO EN EL MISMO
      *    FICHERO SE RECHAZA IGUAL QUE EN LA EJECUCION ORIGINAL.
                 MOVE SPACES TO WS-PRD-CLAVE (WS-PRD-ACTUAL)
                 MOVE WS-IO-CATEGORIA  TO WS-CATEGORIA-ANTERIOR

                 IF  NOT ERRORES
                 ADD 1 TO CTR-PROM-REGENERADAS
                 END-IF

                 ELSE
                 SET MOVIMIENTO-INVALIDO TO TRUE
                 MOVE 'PROMOCION A LA CATEGORIA ACTUAL'
                      TO WS-MOTIVO-RECHAZO
                 END-IF

                 ELSE
                 PERFORM 3450-GRABAR-SUBIDA-PROMOCION

                 IF  NOT ERRORES
                 MOVE WS-IO-CATEGORIA  TO WS-CATEGORIA-ANTERIOR
                 MOVE WS-MOV-CATEGORIA TO WS-IO-CATEGORIA

                 REWRITE REG-MAESTRO FROM WS-IO-REG-MAESTRO

                 IF  FS-ERROR1 EQUAL TO ZEROS
                 ADD 1 TO CTR-PROMOCIONES

                 ELSE
                 DISPLAY 'ERROR AL REGRABAR MAESTRO ' FS-ERROR1
                 SET ERRORES TO TRUE
                 END-IF
                 END-IF
                 END-IF
                 END-IF

           WHEN 23
                 SET MOVIMIENTO-INVALIDO TO TRUE
                 MOVE 'PROMOCION DE EMPLEADO INEXISTENTE'
                      TO WS-MOTIVO-RECHAZO

           WHEN OTHER
                 DISPLAY 'ERROR AL LEER EN MAESTRO  ' FS-ERROR1
                 SET ERRORES TO TRUE
           END-EVALUATE.

       3410-BUSCAR-PROMOCION-DIA.
           MOVE ZEROS TO WS-PRD-ACTUAL

           PERFORM 3420-COMPARAR-PROMOCION-DIA
            THRU 3420-COMPARAR-PROMOCION-DIA-EXIT
           VARYING WS-PRD-IDX FROM 1 BY 1
           UNTIL WS-PRD-IDX GREATER THAN WS-NUM-PROM-DIA
              OR WS-PRD-ACTUAL GREATER THAN ZEROS.

       3420-COMPARAR-PROMOCION-DIA.
           IF  WS-PRD-CLAVE (WS-PRD-IDX) EQUAL TO WS-MOV-CLAVE
           AND WS-PRD-CATEGORIA (WS-PRD-IDX) EQUAL TO WS-MOV-CATEGORIA
           MOVE WS-PRD-IDX TO WS-PRD-ACTUAL
           END-IF.

       3420-COMPARAR-PROMOCION-DIA-EXIT.
           EXIT.

       3450-GRABAR-SUBIDA-PROMOCION.
           MOVE SPACES TO WS-IN-REG-SUBIDAS

           MOVE WS-MOV-CLAVE              TO WS-IN-CODIGO
           MOVE WS-MOV-PRO-TIPO-SUBIDA    TO WS-IN-TIPO-SUBIDA
           MOVE WS-MOV-PRO-FECHA-EFECTO-N TO WS-IN-FECHA-EFECTO-N
           MOVE ZEROS                     TO WS-IN-CICLOS

           IF  WS-IN-SUBIDA-PORCENTAJE
           MOVE WS-MOV-PRO-IMPORTE TO WS-IN-SUBIDA-PCT
           ELSE
           MOVE WS-MOV-PRO-IMPORTE TO WS-IN-SUBIDA
           END-IF

           WRITE REG-SUBIDAS-PROM FROM WS-IN-REG-SUBIDAS

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL GRABAR SUBIDAS-PROMOCION ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF.

       3500-GUARDAR-ANTERIOR.
           MOVE WS-IO-SALARIO      TO WS-ANT-SALARIO
           MOVE WS-IO-NOMBRE       TO WS-ANT-NOMBRE
           MOVE WS-IO-DEPARTAMENTO TO WS-ANT-DEPARTAMENTO
           MOVE WS-IO-CATEGORIA    TO WS-ANT-CATEGORIA
           MOVE WS-IO-FECHA-ALTA   TO WS-ANT-FECHA-ALTA
           MOVE WS-IO-ESTADO       TO WS-ANT-ESTADO.

      *    SE COMPARA EL REGISTRO YA GRABADO CON EL QUE HABIA ANTES
      *    DEL MOVIMIENTO Y SE GRABA UN REGISTRO DE HISTORICO POR CADA
      *    CAMPO DISTINTO. UNA MODIFICACION QUE NO CAMBIA NADA (POR
      *    EJEMPLO AL RELANZAR EL FICHERO DE MOVIMIENTOS) NO DEJA
      *    RASTRO DUPLICADO.
       3600-GRABAR-HISTORICO.
           MOVE SPACES              TO WS-REG-HISTORICO
           MOVE WS-MOV-CLAVE        TO HIS-CLAVE
           MOVE AUX-FECHA           TO HIS-FECHA
           MOVE CTR-LEIDOS-MOVTOS   TO HIS-SECUENCIA
           MOVE WS-MOV-TIPO         TO HIS-TIPO-MOV

           IF  WS-MOV-LOTE NOT EQUAL TO SPACES
           MOVE WS-MOV-LOTE         TO HIS-LOTE
           ELSE
           MOVE AUX-FECHA           TO HIS-LOTE
           END-IF

           IF  WS-IO-NOMBRE NOT EQUAL TO WS-ANT-NOMBRE
           SET HIS-CAMPO-NOMBRE TO TRUE
           MOVE WS-ANT-NOMBRE       TO HIS-VALOR-ANTERIOR
           MOVE WS-IO-NOMBRE        TO HIS-VALOR-NUEVO

           PERFORM 9400-GRABAR-HISTORICO
           END-IF

           IF  WS-IO-DEPARTAMENTO NOT EQUAL TO WS-ANT-DEPARTAMENTO
           SET HIS-CAMPO-DEPARTAMENTO TO TRUE
           MOVE WS-ANT-DEPARTAMENTO TO HIS-VALOR-ANTERIOR
           MOVE WS-IO-DEPARTAMENTO  TO HIS-VALOR-NUEVO

           PERFORM 9400-GRABAR-HISTORICO
           END-IF

           IF  WS-IO-CATEGORIA NOT EQUAL TO WS-ANT-CATEGORIA
           SET HIS-CAMPO-CATEGORIA TO TRUE
           MOVE WS-ANT-CATEGORIA    TO HIS-VALOR-ANTERIOR
           MOVE WS-IO-CATEGORIA     TO HIS-VALOR-NUEVO

           PERFORM 9400-GRABAR-HISTORICO
           END-IF

           IF  WS-IO-ESTADO NOT EQUAL TO WS-ANT-ESTADO
           SET HIS-CAMPO-ESTADO TO TRUE
           MOVE WS-ANT-ESTADO       TO HIS-VALOR-ANTERIOR
           MOVE WS-IO-ESTADO        TO HIS-VALOR-NUEVO

           PERFORM 9400-GRABAR-HISTORICO
           END-IF

           IF  WS-IO-FECHA-ALTA NOT EQUAL TO WS-ANT-FECHA-ALTA
           SET HIS-CAMPO-FECHA-ALTA TO TRUE
           MOVE WS-ANT-FECHA-ALTA   TO HIS-VALOR-ANTERIOR
           MOVE WS-IO-FECHA-ALTA    TO HIS-VALOR-NUEVO

           PERFORM 9400-GRABAR-HISTORICO
           END-IF

      *    EL SALARIO SOLO LO CARGA EL ALTA (O LA READMISION).
           IF  WS-IO-SALARIO NOT EQUAL TO WS-ANT-SALARIO
           SET HIS-CAMPO-SALARIO TO TRUE
           MOVE WS-ANT-SALARIO      TO WS-SALARIO-ED
           MOVE WS-SALARIO-ED       TO HIS-VALOR-ANTERIOR
           MOVE WS-IO-SALARIO       TO WS-SALARIO-ED
           MOVE WS-SALARIO-ED       TO HIS-VALOR-NUEVO

           PERFORM 9400-GRABAR-HISTORICO
           END-IF.

       8000-FIN.
           IF  EMPTY-FILE
           DISPLAY 'FICHERO DE MOVIMIENTOS VACIO'
                 DISPLAY 'ALTAS              ' CTR-ALTAS
                 DISPLAY 'BAJAS              ' CTR-BAJAS
                 DISPLAY 'MODIFICACIONES     ' CTR-MODIFICACIONES
                 DISPLAY 'PROMOCIONES        ' CTR-PROMOCIONES
                 DISPLAY 'PROMOCIONES YA APLICADAS (SUBIDA '
                         'REGENERADA) ' CTR-PROM-REGENERADAS
                 DISPLAY 'RECHAZADOS         ' CTR-RECHAZADOS
                 DISPLAY 'CAMBIOS AL HISTORICO ' CTR-HISTORICO
           END-IF
           END-IF

           CLOSE MAESTRO
                  MOVIMIENTOS
                  INFORME
                  SUBIDAS-PROMOCION
                  HISTORICO-MAESTRO
           END-IF

           PERFORM 9700-GRABAR-PASO

           DISPLAY 'FIN DEL PROGRAMA PB0XC317'.

       9100-LEER-MOVIMIENTOS.
           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA

           IF  WS-MOV-PROMOCION
           PERFORM 9315-ESCRIBIR-PROMOCION
           END-IF.

      *    DEBAJO DE CADA PROMOCION APLICADA SE EMPAREJA EL CAMBIO DE
      *    CATEGORIA CON LA SUBIDA QUE HA GENERADO, PARA QUE RRHH
      *    PUEDA CONTRASTAR UNA CON OTRA EN EL MISMO INFORME.
       9315-ESCRIBIR-PROMOCION.
           MOVE SPACES TO WS-FECHA-EFECTO-ED
           STRING WS-MOV-PRO-EFE-DIA '/' WS-MOV-PRO-EFE-MES '/'
                  WS-MOV-PRO-EFE-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-EFECTO-ED

           MOVE WS-MOV-PRO-IMPORTE TO WS-ED-IMPORTE

           MOVE SPACES TO WS-LINEA-INFORME
           STRING '                '
                  'CATEG ' WS-CATEGORIA-ANTERIOR
                  ' -> '   WS-IO-CATEGORIA
                  ' SUBIDA ' WS-MOV-PRO-TIPO-SUBIDA ' '
                  WS-ED-IMPORTE
                  ' EFECTO ' WS-FECHA-EFECTO-ED
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       9320-ESCRIBIR-RECHAZO.
           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES.

       9400-GRABAR-HISTORICO.
           WRITE REG-HISTORICO-MAESTRO FROM WS-REG-HISTORICO

           IF  FS-ERROR6 EQUAL TO ZEROS
           ADD 1 TO CTR-HISTORICO

           ELSE
           DISPLAY 'ERROR AL GRABAR HISTORICO-MAESTRO ' FS-ERROR6
           SET ERRORES TO TRUE
           END-IF.

       9600-LEER-FECHA-PARM.
           OPEN INPUT PARM-FILE

           END-IF

           MOVE ZEROS TO FS-ERROR4.

      *    CADA EJECUCION DEJA SU REGISTRO EN EL FICHERO PERMANENTE
      *    DE PASOS DE LA CADENA (VPASO), TAMBIEN CUANDO TERMINA CON
      *    ERRORES, PARA QUE PB0EC334 PUEDA RECONSTRUIR CADA NOCHE. UN
      *    FALLO AL GRABARLO SOLO SE AVISA: NO CAMBIA EL RETURN-CODE
      *    DEL PASO NI PARA LA CADENA.
       9700-GRABAR-PASO.
           MOVE 'PB0EC317'        TO PAS-PROGRAMA
           MOVE RETURN-CODE       TO PAS-RETURN-CODE
           MOVE CTR-LEIDOS-MOVTOS TO PAS-LEIDOS
           COMPUTE PAS-APLICADOS = CTR-ALTAS + CTR-BAJAS
                                 + CTR-MODIFICACIONES + CTR-PROMOCIONES
                                 + CTR-PROM-REGENERADAS
           MOVE CTR-RECHAZADOS    TO PAS-RECHAZADOS
           COMPUTE PAS-GRABADOS  = CTR-PROMOCIONES
                                 + CTR-PROM-REGENERADAS

           ACCEPT PAS-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-FIN  FROM TIME

           MOVE AUX-FECHA TO PAS-FECHA-NEGOCIO

           PERFORM 9710-NUMERO-EJECUCION

           OPEN EXTEND REGISTRO-PASOS

           IF  FS-ERROR7 EQUAL TO ZEROS
           OR  FS-ERROR7 EQUAL TO 05
           WRITE REG-PASO FROM WS-REG-PASO

           IF  FS-ERROR7 NOT EQUAL TO ZEROS
           DISPLAY 'AVISO: ERROR AL GRABAR REGISTRO-PASOS ' FS-ERROR7
           END-IF

           CLOSE REGISTRO-PASOS

           ELSE
           DISPLAY 'AVISO: ERROR AL ABRIR REGISTRO-PASOS ' FS-ERROR7
           END-IF

           MOVE ZEROS TO FS-ERROR7.

      *    ESTE PASO CORRE ANTES DE QUE PB0EC318 ABRA LA EJECUCION:
      *    SI EL CONTROL YA ES DE LA FECHA DE NEGOCIO (RELANZAMIENTO)
      *    EL PASO ES DE ESA EJECUCION; SI NO, ES DE LA SIGUIENTE, QUE
      *    ES LA QUE VA A ABRIR PB0EC318. SIN CONTROL CATALOGADO
      *    (PRIMERA NOCHE) LA EJECUCION ES LA 1.
       9710-NUMERO-EJECUCION.
           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO

           OPEN INPUT CONTROL-EJEC

           IF  FS-ERROR8 EQUAL TO ZEROS
           OR  FS-ERROR8 EQUAL TO 05
           READ CONTROL-EJEC INTO WS-REG-CONTROL-EJEC

           IF  FS-ERROR8 NOT EQUAL TO ZEROS
           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO
           END-IF

           CLOSE CONTROL-EJEC
           END-IF

           MOVE ZEROS TO FS-ERROR8

           IF  EJE-FECHA-NEGOCIO EQUAL TO PAS-FECHA-NEGOCIO
           MOVE EJE-NUMERO TO PAS-NUM-EJECUCION
           ELSE
           ADD 1 EJE-NUMERO GIVING PAS-NUM-EJECUCION
           END-IF.
