      ******************************************************************
      *  DESCRIPCION: CONCILIACION DE SALARIOS CON NOMINA              *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA COMPRUEBA PERIODICAMENTE QUE EL    *
      *               MAESTRO DE EMPLEADOS Y EL SISTEMA DE NOMINA      *
      *               SIGUEN DE ACUERDO EN CONJUNTO, NO SOLO EN EL     *
      *               DELTA DE LA NOCHE: CRUZA POR CLAVE EL EXTRACTO   *
      *               COMPLETO DE SALARIOS DE NOMINA CON EL MAESTRO,   *
      *               LISTA LOS EMPLEADOS QUE FALTAN EN UN LADO U      *
      *               OTRO, LAS DIFERENCIAS DE SALARIO Y LOS QUE ESTAN *
      *               DE BAJA EN UN LADO Y ACTIVOS EN EL OTRO,         *
      *               TOTALIZA LAS DIFERENCIAS POR DEPARTAMENTO Y      *
      *               GRABA PARA CADA DIFERENCIA DE SALARIO UNA        *
      *               INTERFAZ DE CORRECCION (FORMATO PB0EC320) QUE    *
      *               LLEVA EL AJUSTE A NOMINA POR EL CIRCUITO         *
      *               CONTROLADO                                       *
      *                                                                *
      *  TIPO:        BATCH/CONCILIACION CON CRUCE POR CLAVE           *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO MAESTRO DE EMPLEADOS                     *
      *               EXTRACTO COMPLETO DE SALARIOS DE NOMINA          *
      *               CONTROL DE EJECUCION DE LA CADENA (VCTRE)        *
      *               PARM DE FECHA DE NEGOCIO (OPCIONAL)              *
      *                                                                *
      *  OUTPUTS:     INTERFAZ DE CORRECCION DE SALARIOS PARA NOMINA   *
      *               LISTADO DE CONCILIACION CON TOTALES POR          *
      *               DEPARTAMENTO                                     *
      *                                                                *
      *  NOTA:        EL MAESTRO ES LA REFERENCIA: LA CORRECCION       *
      *               LLEVA EL SALARIO DEL MAESTRO CON TIPO DE CAMBIO  *
      *               'C' EN UNA INTERFAZ APARTE CON ORIGEN            *
      *               'CONCILIA', QUE NOMINA TRATA FUERA DEL CIRCUITO  *
      *               CUADRADO IGUAL QUE LAS DE RETROCESOS Y           *
      *               REENVIOS. SOLO SE CORRIGEN LAS DIFERENCIAS DE    *
      *               SALARIO ENTRE EMPLEADOS ACTIVOS EN LOS DOS       *
      *               LADOS; LOS QUE FALTAN EN UN LADO Y LOS           *
      *               DESCUADRES DE ESTADO SE LISTAN PARA DECIDIRLOS   *
      *               A MANO (UN ALTA O UNA BAJA NO SE ARREGLA CON UN  *
      *               CAMBIO DE SALARIO). LAS BAJAS DEL MAESTRO QUE    *
      *               NOMINA YA NO TRAE NO SON INCIDENCIA. EL          *
      *               EXTRACTO DEBE VENIR ORDENADO POR CLAVE; SI NO,   *
      *               SE CANCELA. SI HAY INCIDENCIAS SE DEVUELVE       *
      *               RETURN-CODE 4 PARA QUE PLANIFICACION AVISE.      *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PB0EC336.
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

           SELECT EXTRACTO-NOMINA
                ASSIGN TO NOMEXTR
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR2.

           SELECT CORRECCION
                ASSIGN TO CORRECC
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR3.

           SELECT LISTADO
                ASSIGN TO LISTADO
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR4.

           SELECT OPTIONAL CONTROL-EJEC
                ASSIGN TO CTRLEJE
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

      *    EXTRACTO COMPLETO DE NOMINA: UN REGISTRO POR EMPLEADO QUE
      *    NOMINA TIENE CARGADO, CON SU SALARIO VIGENTE Y SU ESTADO,
      *    ORDENADO POR CLAVE.
       FD  EXTRACTO-NOMINA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-EXTRACTO.
       01  REG-EXTRACTO.
           05  NOM-CLAVE            PIC X(05).
           05  NOM-NOMBRE           PIC X(25).
           05  NOM-DEPARTAMENTO     PIC X(15).
           05  NOM-SALARIO          PIC 9(09)V99.
           05  NOM-ESTADO           PIC X(01).
               88  NOM-ACTIVO                  VALUE 'A' SPACE.
               88  NOM-BAJA                    VALUE 'B'.
           05  FILLER               PIC X(03).

       FD  CORRECCION
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-INTERFAZ.
       01  REG-INTERFAZ.
           05  IN-TIPO-REG           PIC X(01).
           05  IN-DETALLE.
               COPY VINTF.
           05  IN-TIPO-CAMBIO        PIC X(01).
       01  REG-CABECERA-INT.
           05  CAB-TIPO-REG          PIC X(01).
           05  CAB-FECHA             PIC 9(08).
           05  CAB-ORIGEN            PIC X(08).
           05  CAB-NUM-EJECUCION     PIC 9(07).
           05  FILLER                PIC X(56).
       01  REG-COLA-INT.
           05  COLA-TIPO-REG         PIC X(01).
           05  COLA-REGISTROS        PIC 9(07).
           05  COLA-HASH-SALARIOS    PIC 9(13)V99.
           05  COLA-TOT-ATRASOS      PIC 9(09)V99.
           05  FILLER                PIC X(46).

       FD  LISTADO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-LISTADO.
       01  REG-LISTADO              PIC X(80).

       FD  CONTROL-EJEC
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-CONTROL-EJEC.
       01  REG-CONTROL-EJEC         PIC X(20).

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

           05  WS-REG-CONTROL-EJEC.
               COPY VCTRE.

           05  WS-MAE-CLAVE        PIC X(05)    VALUE HIGH-VALUES.
           05  WS-NOM-CLAVE        PIC X(05)    VALUE HIGH-VALUES.
           05  WS-NOM-CLAVE-ANT    PIC X(05)    VALUE LOW-VALUES.

      *    TOTALES POR DEPARTAMENTO DE LAS INCIDENCIAS. EL IMPORTE ES
      *    LA DIFERENCIA NETA MAESTRO MENOS NOMINA DE LOS SALARIOS QUE
      *    NO CUADRAN.
           05  WS-TABLA-DEPARTAMENTOS.
               10  WS-DEP-ENTRADA  OCCURS 100 TIMES.
                   15  WS-DEP-DEPARTAMENTO  PIC X(15).
                   15  WS-DEP-DIFERENCIAS   PIC S9(5)     COMP-3.
                   15  WS-DEP-IMPORTE       PIC S9(11)V99 COMP-3.
                   15  WS-DEP-SOLO-MAESTRO  PIC S9(5)     COMP-3.
                   15  WS-DEP-SOLO-NOMINA   PIC S9(5)     COMP-3.
                   15  WS-DEP-ESTADO        PIC S9(5)     COMP-3.

           05  WS-NUM-DEPARTAMENTOS   PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-DEPARTAMENTOS   PIC S9(3) COMP-3  VALUE 100.
           05  WS-DEP-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-DEP-ACTUAL          PIC S9(3) COMP-3  VALUE ZEROS.

           05  WS-CLAVE-INCIDENCIA    PIC X(05)    VALUE SPACES.
           05  WS-DEPT-INCIDENCIA     PIC X(15)    VALUE SPACES.
           05  WS-TIPO-INCIDENCIA     PIC X(12)    VALUE SPACES.
           05  WS-ESTADO-MAE          PIC X(01)    VALUE SPACES.
           05  WS-ESTADO-NOM          PIC X(01)    VALUE SPACES.

           05  WS-DIFERENCIA          PIC S9(11)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-TOT-DIFERENCIAS     PIC S9(13)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-HASH-SALARIOS       PIC S9(13)V99 COMP-3
                                                     VALUE ZEROS.

           05  WS-LINEA-LISTADO       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-LISTADO       PIC X(10)    VALUE SPACES.
           05  WS-TXT-SAL-MAESTRO     PIC X(14)    VALUE SPACES.
           05  WS-TXT-SAL-NOMINA      PIC X(14)    VALUE SPACES.
           05  WS-TXT-DIFERENCIA      PIC X(15)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-CONTADOR         PIC ZZZZ9.
           05  WS-ED-CONTADOR2        PIC ZZZZ9.
           05  WS-ED-CONTADOR3        PIC ZZZZ9.
           05  WS-ED-CONTADOR4        PIC ZZZZ9.
           05  WS-ED-SALARIO          PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-DIFERENCIA       PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-IMPORTE          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-LINEAS-PAGINA       PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-LINEAS-PAGINA   PIC S9(3) COMP-3  VALUE 50.

           05  CTR-LEIDOS-MAESTRO  PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-NOMINA   PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-CUADRADOS       PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-DIFERENCIAS     PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-SOLO-MAESTRO    PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-SOLO-NOMINA     PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-DESCUADRE-ESTADO
                                   PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-BAJAS-AMBOS     PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-BAJAS-SIN-NOMINA
                                   PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-CORRECCIONES    PIC S9(5) PACKED-DECIMAL VALUE ZEROS.

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

           05  END-OF-FILE-SWITCH-N  PIC 9        VALUE ZEROS.
           88  END-OF-FILE-N                  VALUE 1.

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
           UNTIL (END-OF-FILE AND END-OF-FILE-N)
              OR ERRORES

           PERFORM 8000-FIN

           STOP RUN.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC336'.

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-LISTADO

           OPEN INPUT  MAESTRO
                       EXTRACTO-NOMINA
           OPEN OUTPUT CORRECCION
                       LISTADO

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR MAESTRO  ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR EXTRACTO-NOMINA ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR3 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR CORRECCION ' FS-ERROR3
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR4 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR LISTADO ' FS-ERROR4
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 9500-LEER-CONTROL-EJEC
           END-IF

           IF  NOT ERRORES
           PERFORM 9200-ESCRIBIR-CABECERA-INT

           PERFORM 9300-ESCRIBIR-CABECERA

           PERFORM 9100-LEER-MAESTRO

           PERFORM 9110-LEER-EXTRACTO
           END-IF.

      *    CRUCE POR CLAVE DE LOS DOS FICHEROS; EL QUE SE ACABA QUEDA
      *    CON CLAVE HIGH-VALUES Y EL OTRO SE APURA SOLO.
       3000-PROCESO.
           EVALUATE TRUE
           WHEN WS-MAE-CLAVE EQUAL TO WS-NOM-CLAVE
                 PERFORM 3100-COMPARAR-EMPLEADO

                 PERFORM 9100-LEER-MAESTRO

                 PERFORM 9110-LEER-EXTRACTO

           WHEN WS-MAE-CLAVE LESS THAN WS-NOM-CLAVE
                 PERFORM 3200-SOLO-EN-MAESTRO

                 PERFORM 9100-LEER-MAESTRO

           WHEN OTHER
                 PERFORM 3300-SOLO-EN-NOMINA

                 PERFORM 9110-LEER-EXTRACTO
           END-EVALUATE.

       3000-PROCESO-EXIT.
           EXIT.

      *    UN EMPLEADO DE BAJA EN LOS DOS LADOS NO SE CONCILIA. SI SOLO
      *    ESTA DE BAJA EN UNO, EL SALARIO NO SE COMPARA: PRIMERO HAY
      *    QUE DECIDIR CUAL DE LOS DOS ESTADOS ES EL BUENO.
       3100-COMPARAR-EMPLEADO.
           MOVE WS-MAE-CLAVE       TO WS-CLAVE-INCIDENCIA
           MOVE WS-IO-DEPARTAMENTO TO WS-DEPT-INCIDENCIA

           EVALUATE TRUE
           WHEN WS-IO-BAJA AND NOM-BAJA
                 ADD 1 TO CTR-BAJAS-AMBOS

           WHEN WS-IO-BAJA OR NOM-BAJA
                 PERFORM 3150-DESCUADRE-ESTADO

           WHEN WS-IO-SALARIO EQUAL TO NOM-SALARIO
                 ADD 1 TO CTR-CUADRADOS

           WHEN OTHER
                 PERFORM 3160-DIFERENCIA-SALARIO
           END-EVALUATE.

       3150-DESCUADRE-ESTADO.
           ADD 1 TO CTR-DESCUADRE-ESTADO

           IF  WS-IO-BAJA
           MOVE 'B' TO WS-ESTADO-MAE
           MOVE 'A' TO WS-ESTADO-NOM

           ELSE
           MOVE 'A' TO WS-ESTADO-MAE
           MOVE 'B' TO WS-ESTADO-NOM
           END-IF

           MOVE SPACES TO WS-TIPO-INCIDENCIA
           STRING 'ESTADO ' WS-ESTADO-MAE '/' WS-ESTADO-NOM
                  DELIMITED BY SIZE INTO WS-TIPO-INCIDENCIA

           MOVE WS-IO-SALARIO TO WS-ED-SALARIO
           MOVE WS-ED-SALARIO TO WS-TXT-SAL-MAESTRO
           MOVE NOM-SALARIO   TO WS-ED-SALARIO
           MOVE WS-ED-SALARIO TO WS-TXT-SAL-NOMINA
           MOVE SPACES        TO WS-TXT-DIFERENCIA

           PERFORM 9310-ESCRIBIR-INCIDENCIA

           PERFORM 3500-BUSCAR-DEPARTAMENTO

           IF  WS-DEP-ACTUAL GREATER THAN ZEROS
           ADD 1 TO WS-DEP-ESTADO (WS-DEP-ACTUAL)
           END-IF.

      *    LA DIFERENCIA SE CORRIGE CON EL SALARIO DEL MAESTRO, QUE ES
      *    EL QUE HAN MOVIDO LOS PROCESOS CONTROLADOS DE LA CADENA.
       3160-DIFERENCIA-SALARIO.
           ADD 1 TO CTR-DIFERENCIAS

           COMPUTE WS-DIFERENCIA = WS-IO-SALARIO - NOM-SALARIO

           ADD WS-DIFERENCIA TO WS-TOT-DIFERENCIAS

           MOVE 'DIF. SALARIO' TO WS-TIPO-INCIDENCIA

           MOVE WS-IO-SALARIO TO WS-ED-SALARIO
           MOVE WS-ED-SALARIO TO WS-TXT-SAL-MAESTRO
           MOVE NOM-SALARIO   TO WS-ED-SALARIO
           MOVE WS-ED-SALARIO TO WS-TXT-SAL-NOMINA
           MOVE WS-DIFERENCIA TO WS-ED-DIFERENCIA
           MOVE WS-ED-DIFERENCIA TO WS-TXT-DIFERENCIA

           PERFORM 9310-ESCRIBIR-INCIDENCIA

           PERFORM 3500-BUSCAR-DEPARTAMENTO

           IF  WS-DEP-ACTUAL GREATER THAN ZEROS
           ADD 1             TO WS-DEP-DIFERENCIAS (WS-DEP-ACTUAL)
           ADD WS-DIFERENCIA TO WS-DEP-IMPORTE (WS-DEP-ACTUAL)
           END-IF

           PERFORM 9380-GRABAR-DETALLE-INT.

      *    UN EMPLEADO DEL MAESTRO QUE NOMINA NO TRAE SOLO ES
      *    INCIDENCIA SI ESTA ACTIVO: LAS BAJAS ANTIGUAS PUEDEN HABER
      *    SALIDO YA DEL EXTRACTO DE NOMINA.
       3200-SOLO-EN-MAESTRO.
           IF  WS-IO-BAJA
           ADD 1 TO CTR-BAJAS-SIN-NOMINA

           ELSE
           ADD 1 TO CTR-SOLO-MAESTRO

           MOVE WS-MAE-CLAVE       TO WS-CLAVE-INCIDENCIA
           MOVE WS-IO-DEPARTAMENTO TO WS-DEPT-INCIDENCIA
           MOVE 'SOLO MAESTRO'     TO WS-TIPO-INCIDENCIA

           MOVE WS-IO-SALARIO TO WS-ED-SALARIO
           MOVE WS-ED-SALARIO TO WS-TXT-SAL-MAESTRO
           MOVE SPACES        TO WS-TXT-SAL-NOMINA
                                 WS-TXT-DIFERENCIA

           PERFORM 9310-ESCRIBIR-INCIDENCIA

           PERFORM 3500-BUSCAR-DEPARTAMENTO

           IF  WS-DEP-ACTUAL GREATER THAN ZEROS
           ADD 1 TO WS-DEP-SOLO-MAESTRO (WS-DEP-ACTUAL)
           END-IF
           END-IF.

      *    NOMINA PAGA A ALGUIEN QUE EL MAESTRO NO TIENE: SE LISTA CON
      *    EL DEPARTAMENTO QUE TRAE NOMINA, EL UNICO QUE HAY.
       3300-SOLO-EN-NOMINA.
           ADD 1 TO CTR-SOLO-NOMINA

           MOVE WS-NOM-CLAVE     TO WS-CLAVE-INCIDENCIA
           MOVE NOM-DEPARTAMENTO TO WS-DEPT-INCIDENCIA
           MOVE 'SOLO NOMINA'    TO WS-TIPO-INCIDENCIA

           MOVE SPACES        TO WS-TXT-SAL-MAESTRO
                                 WS-TXT-DIFERENCIA
           MOVE NOM-SALARIO   TO WS-ED-SALARIO
           MOVE WS-ED-SALARIO TO WS-TXT-SAL-NOMINA

           PERFORM 9310-ESCRIBIR-INCIDENCIA

           PERFORM 3500-BUSCAR-DEPARTAMENTO

           IF  WS-DEP-ACTUAL GREATER THAN ZEROS
           ADD 1 TO WS-DEP-SOLO-NOMINA (WS-DEP-ACTUAL)
           END-IF.

       3500-BUSCAR-DEPARTAMENTO.
           MOVE ZEROS TO WS-DEP-ACTUAL

           PERFORM 3510-COMPARAR-DEPARTAMENTO
            THRU 3510-COMPARAR-DEPARTAMENTO-EXIT
           VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX GREATER THAN WS-NUM-DEPARTAMENTOS
              OR WS-DEP-ACTUAL GREATER THAN ZEROS

           IF  WS-DEP-ACTUAL EQUAL TO ZEROS
           IF  WS-NUM-DEPARTAMENTOS LESS THAN WS-MAX-DEPARTAMENTOS
           ADD 1 TO WS-NUM-DEPARTAMENTOS
           MOVE WS-NUM-DEPARTAMENTOS TO WS-DEP-ACTUAL
           MOVE WS-DEPT-INCIDENCIA
                TO WS-DEP-DEPARTAMENTO (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-DIFERENCIAS (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-IMPORTE (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-SOLO-MAESTRO (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-SOLO-NOMINA (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-ESTADO (WS-DEP-ACTUAL)

           ELSE
           DISPLAY 'ATENCION: TABLA DE DEPARTAMENTOS LLENA, NO SE '
                   'TOTALIZA ' WS-DEPT-INCIDENCIA
           END-IF
           END-IF.

       3510-COMPARAR-DEPARTAMENTO.
           IF  WS-DEP-DEPARTAMENTO (WS-DEP-IDX) EQUAL TO
                                             WS-DEPT-INCIDENCIA
           MOVE WS-DEP-IDX TO WS-DEP-ACTUAL
           END-IF.

       3510-COMPARAR-DEPARTAMENTO-EXIT.
           EXIT.

       7000-EDITAR-TOTALES.
           PERFORM 9320-ESCRIBIR-CABECERA-TOTALES

           PERFORM 7100-EDITAR-DEPARTAMENTO
            THRU 7100-EDITAR-DEPARTAMENTO-EXIT
           VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX GREATER THAN WS-NUM-DEPARTAMENTOS

           PERFORM 7200-EDITAR-TOTAL-COMPANIA.

       7100-EDITAR-DEPARTAMENTO.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA

           PERFORM 9320-ESCRIBIR-CABECERA-TOTALES
           END-IF

           MOVE WS-DEP-DIFERENCIAS (WS-DEP-IDX)  TO WS-ED-CONTADOR
           MOVE WS-DEP-IMPORTE (WS-DEP-IDX)      TO WS-ED-DIFERENCIA
           MOVE WS-DEP-SOLO-MAESTRO (WS-DEP-IDX) TO WS-ED-CONTADOR2
           MOVE WS-DEP-SOLO-NOMINA (WS-DEP-IDX)  TO WS-ED-CONTADOR3
           MOVE WS-DEP-ESTADO (WS-DEP-IDX)       TO WS-ED-CONTADOR4

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING WS-DEP-DEPARTAMENTO (WS-DEP-IDX) '  '
                  WS-ED-CONTADOR   '  '
                  WS-ED-DIFERENCIA '         '
                  WS-ED-CONTADOR2  '        '
                  WS-ED-CONTADOR3  '   '
                  WS-ED-CONTADOR4
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       7100-EDITAR-DEPARTAMENTO-EXIT.
           EXIT.

       7200-EDITAR-TOTAL-COMPANIA.
           MOVE CTR-DIFERENCIAS       TO WS-ED-CONTADOR
           MOVE WS-TOT-DIFERENCIAS    TO WS-ED-DIFERENCIA
           MOVE CTR-SOLO-MAESTRO      TO WS-ED-CONTADOR2
           MOVE CTR-SOLO-NOMINA       TO WS-ED-CONTADOR3
           MOVE CTR-DESCUADRE-ESTADO  TO WS-ED-CONTADOR4

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'TOTAL COMPANIA ' '  '
                  WS-ED-CONTADOR   '  '
                  WS-ED-DIFERENCIA '         '
                  WS-ED-CONTADOR2  '        '
                  WS-ED-CONTADOR3  '   '
                  WS-ED-CONTADOR4
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES

           MOVE CTR-CUADRADOS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'EMPLEADOS CUADRADOS: ' WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES

           MOVE CTR-CORRECCIONES TO WS-ED-CONTADOR
           MOVE WS-HASH-SALARIOS TO WS-ED-IMPORTE

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'CORRECCIONES EN INTERFAZ: ' WS-ED-CONTADOR
                  '  SALARIOS: ' WS-ED-IMPORTE
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE.

       8000-FIN.
      *    LA COLA SE GRABA TAMBIEN SIN CORRECCIONES (A CEROS): UNA
      *    INTERFAZ CON CABECERA SIN COLA ES INVALIDA PARA CUALQUIER
      *    CONSUMIDOR QUE VERIFIQUE LA PAREJA CABECERA/COLA.
           IF  NOT ERRORES
           PERFORM 9390-ESCRIBIR-COLA-INT
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
           DISPLAY 'LEIDOS MAESTRO   ' CTR-LEIDOS-MAESTRO
           DISPLAY 'LEIDOS NOMINA    ' CTR-LEIDOS-NOMINA
           DISPLAY 'CUADRADOS        ' CTR-CUADRADOS
           DISPLAY 'DIF. SALARIO     ' CTR-DIFERENCIAS
           DISPLAY 'SOLO EN MAESTRO  ' CTR-SOLO-MAESTRO
           DISPLAY 'SOLO EN NOMINA   ' CTR-SOLO-NOMINA
           DISPLAY 'DESCUADRE ESTADO ' CTR-DESCUADRE-ESTADO
           DISPLAY 'BAJAS EN AMBOS   ' CTR-BAJAS-AMBOS
           DISPLAY 'BAJAS SIN NOMINA ' CTR-BAJAS-SIN-NOMINA
           DISPLAY 'CORRECCIONES     ' CTR-CORRECCIONES

           PERFORM 7000-EDITAR-TOTALES

           IF  CTR-DIFERENCIAS GREATER THAN ZEROS
           OR  CTR-SOLO-MAESTRO GREATER THAN ZEROS
           OR  CTR-SOLO-NOMINA GREATER THAN ZEROS
           OR  CTR-DESCUADRE-ESTADO GREATER THAN ZEROS
           DISPLAY 'ATENCION: MAESTRO Y NOMINA NO CUADRAN, VER EL '
                   'LISTADO'
           MOVE 4 TO RETURN-CODE
           END-IF
           END-IF

           IF NOT ERRORES
           CLOSE MAESTRO
                  EXTRACTO-NOMINA
                  CORRECCION
                  LISTADO
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC336'.

       9100-LEER-MAESTRO.
           READ MAESTRO NEXT RECORD INTO WS-IO-REG-MAESTRO

           EVALUATE FS-ERROR1
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-MAESTRO

                  MOVE CLAVE OF WS-IO-REG-MAESTRO TO WS-MAE-CLAVE

           WHEN 10
                  SET END-OF-FILE TO TRUE

                  MOVE HIGH-VALUES TO WS-MAE-CLAVE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER EN MAESTRO  ' FS-ERROR1
                  SET ERRORES TO TRUE
           END-EVALUATE.

      *    EL CRUCE SOLO ES VALIDO CON EL EXTRACTO EN ORDEN DE CLAVE:
      *    UNA CLAVE REPETIDA O FUERA DE ORDEN DARIA FALSOS SOLO EN
      *    MAESTRO Y SOLO EN NOMINA, ASI QUE SE CANCELA.
       9110-LEER-EXTRACTO.
           READ EXTRACTO-NOMINA

           EVALUATE FS-ERROR2
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-NOMINA

                  MOVE NOM-CLAVE TO WS-NOM-CLAVE

                  IF  WS-NOM-CLAVE NOT GREATER THAN WS-NOM-CLAVE-ANT
                  DISPLAY 'EXTRACTO DE NOMINA FUERA DE SECUENCIA '
                           WS-NOM-CLAVE
                  SET ERRORES TO TRUE
                  END-IF

                  IF  NOM-SALARIO NOT NUMERIC
                  DISPLAY 'SALARIO NO NUMERICO EN EXTRACTO DE NOMINA '
                           WS-NOM-CLAVE
                  SET ERRORES TO TRUE
                  END-IF

                  MOVE WS-NOM-CLAVE TO WS-NOM-CLAVE-ANT

           WHEN 10
                  SET END-OF-FILE-N TO TRUE

                  MOVE HIGH-VALUES TO WS-NOM-CLAVE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER EXTRACTO-NOMINA ' FS-ERROR2
                  SET ERRORES TO TRUE
           END-EVALUATE.

      *    LA INTERFAZ DE CORRECCION LLEVA EL NUMERO DE EJECUCION
      *    VIGENTE (A CEROS SI EL CONTROL ESTA VACIO) Y ORIGEN
      *    'CONCILIA', QUE NOMINA TRATA APARTE DE LA INTERFAZ DELTA.
       9200-ESCRIBIR-CABECERA-INT.
           MOVE SPACES     TO REG-CABECERA-INT
           MOVE '1'        TO CAB-TIPO-REG
           MOVE AUX-FECHA  TO CAB-FECHA
           MOVE 'CONCILIA' TO CAB-ORIGEN
           MOVE EJE-NUMERO TO CAB-NUM-EJECUCION

           WRITE REG-CABECERA-INT

           IF  FS-ERROR3 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL GRABAR CABECERA CORRECCION ' FS-ERROR3
           SET ERRORES TO TRUE
           END-IF.

       9300-ESCRIBIR-CABECERA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE ZEROS TO WS-LINEAS-PAGINA
           MOVE WS-NUM-PAGINA TO WS-ED-PAGINA

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'CONCILIACION MAESTRO / NOMINA'
                  '   FECHA: ' WS-FECHA-LISTADO
                  '   PAGINA: ' WS-ED-PAGINA
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING PAGE

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'CLAVE' ' '
                  'DEPARTAMENTO   ' ' '
                  'INCIDENCIA  ' ' '
                  '  SAL. MAESTRO' ' '
                  '   SAL. NOMINA' ' '
                  '     DIFERENCIA'
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES.

       9310-ESCRIBIR-INCIDENCIA.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING WS-CLAVE-INCIDENCIA ' '
                  WS-DEPT-INCIDENCIA  ' '
                  WS-TIPO-INCIDENCIA ' '
                  WS-TXT-SAL-MAESTRO ' '
                  WS-TXT-SAL-NOMINA  ' '
                  WS-TXT-DIFERENCIA
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       9320-ESCRIBIR-CABECERA-TOTALES.
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'DEPARTAMENTO   ' '  '
                  'DIFS.' '  '
                  ' IMPORTE DIFER.' '  '
                  'SOLO MAESTRO' '  '
                  'SOLO NOMINA' '  '
                  'ESTADO'
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 3 LINES

           ADD 3 TO WS-LINEAS-PAGINA.

       9380-GRABAR-DETALLE-INT.
           MOVE SPACES TO REG-INTERFAZ

           MOVE '2'                         TO IN-TIPO-REG
           MOVE CLAVE OF WS-IO-REG-MAESTRO TO IN-CLAVE
           MOVE WS-IO-NOMBRE                TO IN-NOMBRE
           MOVE WS-IO-DEPARTAMENTO          TO IN-DEPARTAMENTO
           MOVE WS-IO-CATEGORIA             TO IN-CATEGORIA
           MOVE WS-IO-SALARIO               TO IN-SALARIO
           MOVE AUX-FECHA                   TO IN-FECHA-PROCESO
           MOVE ZEROS                       TO IN-ATRASOS
           MOVE 'C'                         TO IN-TIPO-CAMBIO

           WRITE REG-INTERFAZ

           IF  FS-ERROR3 EQUAL TO ZEROS
           ADD 1 TO CTR-CORRECCIONES
           ADD IN-SALARIO TO WS-HASH-SALARIOS

           ELSE
           DISPLAY 'ERROR AL GRABAR CORRECCION ' FS-ERROR3
           SET ERRORES TO TRUE
           END-IF.

       9390-ESCRIBIR-COLA-INT.
           MOVE SPACES           TO REG-COLA-INT
           MOVE '3'              TO COLA-TIPO-REG
           MOVE CTR-CORRECCIONES TO COLA-REGISTROS
           MOVE WS-HASH-SALARIOS TO COLA-HASH-SALARIOS
           MOVE ZEROS            TO COLA-TOT-ATRASOS

           WRITE REG-COLA-INT

           IF  FS-ERROR3 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL GRABAR COLA CORRECCION ' FS-ERROR3
           SET ERRORES TO TRUE
           END-IF.

       9500-LEER-CONTROL-EJEC.
           OPEN INPUT CONTROL-EJEC

           IF  FS-ERROR5 EQUAL TO ZEROS
           OR  FS-ERROR5 EQUAL TO 05
           READ CONTROL-EJEC INTO WS-REG-CONTROL-EJEC

           EVALUATE FS-ERROR5
           WHEN ZEROS
                 CONTINUE

           WHEN 10
                 MOVE ZEROS TO EJE-NUMERO
                               EJE-FECHA-NEGOCIO

           WHEN OTHER
                 DISPLAY 'ERROR AL LEER CONTROL-EJEC ' FS-ERROR5
                 SET ERRORES TO TRUE
           END-EVALUATE

           CLOSE CONTROL-EJEC

           ELSE
           DISPLAY 'ERROR AL ABRIR CONTROL-EJEC ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR5.

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
