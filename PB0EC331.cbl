      ******************************************************************
      *  DESCRIPCION: GENERADOR DE SUBIDAS POR ANTIGUEDAD (TRIENIOS)   *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA GENERA CADA MES LAS SUBIDAS DE     *
      *               ANTIGUEDAD DEL CONVENIO SIN TECLEO MANUAL: LEE   *
      *               EL MAESTRO DE EMPLEADOS COMPLETO, CALCULA CON LA *
      *               FECHA DE ALTA Y LA FECHA DE NEGOCIO QUE          *
      *               EMPLEADOS ACTIVOS CUMPLEN UN TRIENIO NUEVO EN EL *
      *               MES DE NEGOCIO Y GRABA PARA CADA UNO UNA SUBIDA  *
      *               DE IMPORTE FIJO EN FORMATO VSUBI CON EFECTO EN   *
      *               LA FECHA DEL ANIVERSARIO, LISTA PARA ENTRAR EN   *
      *               PB0EC318 COMO CUALQUIER FICHERO DE RRHH          *
      *                                                                *
      *  TIPO:        BATCH/GENERACION MASIVA                          *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO MAESTRO DE EMPLEADOS                     *
      *               PARM DE FECHA DE NEGOCIO (OPCIONAL)              *
      *                                                                *
      *  OUTPUTS:     FICHERO DE SUBIDAS DE TRIENIOS (FORMATO VSUBI)   *
      *               LISTADO DE TRIENIOS DEL PERIODO                  *
      *                                                                *
      *  NOTA:        EL PERIODO ES EL MES DE LA FECHA DE NEGOCIO: SE  *
      *               PLANIFICA UNA VEZ AL MES Y UN RELANZAMIENTO DEL  *
      *               MISMO MES REGENERA EL MISMO FICHERO (NO SE DEBE  *
      *               SOLTAR DOS VECES EN LA CADENA). CADA TRIENIO     *
      *               CUMPLIDO SUMA WS-IMPORTE-TRIENIO AL SALARIO; EL  *
      *               LISTADO DA EL NUMERO DE TRIENIOS ALCANZADO. UN   *
      *               ALTA EL 29 DE FEBRERO CUMPLE EL 28 EN LOS ANOS   *
      *               NO BISIESTOS. LOS EMPLEADOS EN BAJA NO GENERAN   *
      *               SUBIDA; UNA FECHA DE ALTA INVALIDA SE LISTA Y    *
      *               DEVUELVE RETURN-CODE 4 PARA QUE RRHH LA CORRIJA. *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PB0EC331.
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

           SELECT SUBIDAS-GEN
                ASSIGN TO SUBIDAS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR2.

           SELECT LISTADO
                ASSIGN TO LISTADO
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR3.

           SELECT OPTIONAL PARM-FILE
                ASSIGN TO PARM
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR4.

       DATA DIVISION.

       FILE SECTION.
       FD  MAESTRO.
       01  REG-MAESTRO.
           05  CLAVE               PIC X(5).
           05  FILLER              PIC X(95).

       FD  SUBIDAS-GEN
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-SUBIDAS.
       01  REG-SUBIDAS             PIC X(100).

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

      *    IMPORTE DE CONVENIO DE CADA TRIENIO CUMPLIDO. VA ENTERO
      *    PORQUE EL IMPORTE DE SUBIDA FIJA DEL LAYOUT VSUBI ES ENTERO.
           05  WS-IMPORTE-TRIENIO     PIC S9(7) COMP-3  VALUE 35.
           05  WS-ANOS-TRIENIO        PIC S9(3) COMP-3  VALUE 3.

           05  WS-ANOS-SERVICIO       PIC S9(4) COMP-3  VALUE ZEROS.
           05  WS-NUM-TRIENIOS        PIC S9(4) COMP-3  VALUE ZEROS.
           05  WS-RESTO-TRIENIO       PIC S9(4) COMP-3  VALUE ZEROS.
           05  WS-COCIENTE            PIC S9(4) COMP-3  VALUE ZEROS.
           05  WS-RESTO-BISIESTO      PIC S9(4) COMP-3  VALUE ZEROS.

           05  WS-TOTAL-IMPORTE       PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.

           05  FECHA-INVALIDA-SWITCH  PIC 9        VALUE ZEROS.
           88  FECHA-INVALIDA                  VALUE 1.

           05  ANO-BISIESTO-SWITCH    PIC 9        VALUE ZEROS.
           88  ANO-BISIESTO                    VALUE 1.

           05  WS-LINEA-LISTADO       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-LISTADO       PIC X(10)    VALUE SPACES.
           05  WS-PERIODO-LISTADO     PIC X(07)    VALUE SPACES.
           05  WS-FECHA-ALTA-ED       PIC X(10)    VALUE SPACES.
           05  WS-FECHA-EFECTO-ED     PIC X(10)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-CONTADOR         PIC ZZZZ9.
           05  WS-ED-TRIENIOS         PIC ZZ9.
           05  WS-ED-IMPORTE          PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-LINEAS-PAGINA       PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-LINEAS-PAGINA   PIC S9(3) COMP-3  VALUE 50.

           05  CTR-LEIDOS-MAESTRO  PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-GENERADOS       PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-SIN-TRIENIO     PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-BAJAS           PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-FECHA-INVALIDA  PIC S9(5) PACKED-DECIMAL VALUE ZEROS.

           05  FS-ERROR1           PIC 99       VALUE ZEROS.
           05  FS-ERROR2           PIC 99       VALUE ZEROS.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.
           05  FS-ERROR4           PIC 99       VALUE ZEROS.

           05  WS-PARM-FECHA.
           10  WS-PARM-ANO         PIC 9(4)     VALUE ZEROS.
           10  WS-PARM-MES         PIC 9(2)     VALUE ZEROS.
           10  WS-PARM-DIA         PIC 9(2)     VALUE ZEROS.

           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.

           05  EMPTY-FILE-SWITCH     PIC 9        VALUE ZEROS.
           88  EMPTY-FILE                     VALUE 1.

           05  ERRORES-SWITCH      PIC 9        VALUE ZEROS.
           88  ERRORES                      VALUE 1.

           05  AUX-FECHA.
           10  AUX-ANO         PIC 9(4)     VALUE ZEROS.
           10  AUX-MES         PIC 9(2)     VALUE ZEROS.
           10  AUX-DIA         PIC 9(2)     VALUE ZEROS.

           05  AUX-FECHA-EFECTO.
           10  AUX-EFE-ANO     PIC 9(4)     VALUE ZEROS.
           10  AUX-EFE-MES     PIC 9(2)     VALUE ZEROS.
           10  AUX-EFE-DIA     PIC 9(2)     VALUE ZEROS.

       PROCEDURE DIVISION.

       1000-PRINCIPAL.
           PERFORM 2000-INICIO

           PERFORM 3000-PROCESO
            THRU 3000-PROCESO-EXIT
           UNTIL END-OF-FILE
               OR EMPTY-FILE
               OR ERRORES

           PERFORM 8000-FIN

           STOP RUN.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC331'.

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-LISTADO

           STRING AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-PERIODO-LISTADO

           OPEN INPUT  MAESTRO
           OPEN OUTPUT SUBIDAS-GEN
                       LISTADO

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR MAESTRO  ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR SUBIDAS-GEN ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR3 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR LISTADO ' FS-ERROR3
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 9300-ESCRIBIR-CABECERA

           PERFORM 9000-LEER-MAESTRO

           IF  END-OF-FILE
           SET EMPTY-FILE TO TRUE
           END-IF
           END-IF.

       3000-PROCESO.
           IF  WS-IO-BAJA
           ADD 1 TO CTR-BAJAS

           ELSE
           PERFORM 3100-VALIDAR-FECHA-ALTA

           IF  FECHA-INVALIDA
           ADD 1 TO CTR-FECHA-INVALIDA

           PERFORM 9320-ESCRIBIR-FECHA-INVALIDA

           ELSE
           PERFORM 3200-CALCULAR-TRIENIO

           IF  WS-NUM-TRIENIOS GREATER THAN ZEROS
           PERFORM 3300-GENERAR-SUBIDA
           ELSE
           ADD 1 TO CTR-SIN-TRIENIO
           END-IF
           END-IF
           END-IF

           PERFORM 9000-LEER-MAESTRO.

       3000-PROCESO-EXIT.
           EXIT.

      *    LA FECHA DE ALTA ES LA BASE DEL CALCULO: UNA FECHA NO
      *    NUMERICA O IMPOSIBLE DARIA UN ANIVERSARIO FALSO, ASI QUE SE
      *    LISTA APARTE EN VEZ DE GENERAR UNA SUBIDA DUDOSA.
       3100-VALIDAR-FECHA-ALTA.
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
           PERFORM 3110-VALIDAR-DIA-MES
           END-IF
           END-IF.

      *    EL DIA SE CONTRASTA CON LOS DIAS DEL MES; FEBRERO ADMITE EL
      *    29 SOLO EN ANO BISIESTO (SE USA EL ANO DE ALTA).
       3110-VALIDAR-DIA-MES.
           IF  WS-IO-FECHA-ALTA-DIA GREATER THAN 30
           AND (WS-IO-FECHA-ALTA-MES EQUAL TO 04 OR 06 OR 09 OR 11)
           SET FECHA-INVALIDA TO TRUE
           END-IF

           IF  WS-IO-FECHA-ALTA-MES EQUAL TO 02
           AND WS-IO-FECHA-ALTA-DIA GREATER THAN 28
           MOVE WS-IO-FECHA-ALTA-ANO TO AUX-EFE-ANO
           PERFORM 3320-COMPROBAR-BISIESTO

           IF  WS-IO-FECHA-ALTA-DIA GREATER THAN 29
           OR  NOT ANO-BISIESTO
           SET FECHA-INVALIDA TO TRUE
           END-IF
           END-IF.

      *    EL EMPLEADO CUMPLE TRIENIO EN EL PERIODO SI SU ANIVERSARIO
      *    DE ALTA CAE EN EL MES DE NEGOCIO Y LOS ANOS DE SERVICIO QUE
      *    CUMPLE ESE DIA SON MULTIPLO DE TRES. WS-NUM-TRIENIOS QUEDA A
      *    CERO SI NO HAY TRIENIO QUE GENERAR.
       3200-CALCULAR-TRIENIO.
           MOVE ZEROS TO WS-NUM-TRIENIOS

           IF  WS-IO-FECHA-ALTA-MES EQUAL TO AUX-MES
           AND WS-IO-FECHA-ALTA-ANO LESS THAN AUX-ANO
           COMPUTE WS-ANOS-SERVICIO =
                 AUX-ANO - WS-IO-FECHA-ALTA-ANO

           DIVIDE WS-ANOS-SERVICIO BY WS-ANOS-TRIENIO
                  GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-TRIENIO

           IF  WS-RESTO-TRIENIO EQUAL TO ZEROS
           MOVE WS-COCIENTE TO WS-NUM-TRIENIOS
           END-IF
           END-IF.

      *    LA SUBIDA ENTRA CON EFECTO EN EL DIA DEL ANIVERSARIO: SI AUN
      *    NO HA LLEGADO, PB0EC319 LA APARCA EN PENDIENTES HASTA ESE
      *    DIA COMO CUALQUIER SUBIDA DE EFECTO FUTURO.
       3300-GENERAR-SUBIDA.
           PERFORM 3310-CALCULAR-FECHA-EFECTO

           MOVE SPACES TO WS-IN-REG-SUBIDAS

           MOVE CLAVE OF WS-IO-REG-MAESTRO TO WS-IN-CODIGO
           SET WS-IN-SUBIDA-IMPORTE-FIJO TO TRUE
           MOVE AUX-FECHA-EFECTO TO WS-IN-FECHA-EFECTO
           MOVE WS-IMPORTE-TRIENIO TO WS-IN-SUBIDA
           MOVE ZEROS TO WS-IN-CICLOS

           WRITE REG-SUBIDAS FROM WS-IN-REG-SUBIDAS

           IF  FS-ERROR2 EQUAL TO ZEROS
           ADD 1 TO CTR-GENERADOS
           ADD WS-IMPORTE-TRIENIO TO WS-TOTAL-IMPORTE

           PERFORM 9310-ESCRIBIR-DETALLE

           ELSE
           DISPLAY 'ERROR AL GRABAR SUBIDAS-GEN ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF.

      *    UN ALTA EL 29 DE FEBRERO CUMPLE EL 28 EN ANO NO BISIESTO.
       3310-CALCULAR-FECHA-EFECTO.
           MOVE AUX-ANO              TO AUX-EFE-ANO
           MOVE WS-IO-FECHA-ALTA-MES TO AUX-EFE-MES
           MOVE WS-IO-FECHA-ALTA-DIA TO AUX-EFE-DIA

           IF  AUX-EFE-MES EQUAL TO 02
           AND AUX-EFE-DIA GREATER THAN 28
           PERFORM 3320-COMPROBAR-BISIESTO

           IF  ANO-BISIESTO
           MOVE 29 TO AUX-EFE-DIA
           ELSE
           MOVE 28 TO AUX-EFE-DIA
           END-IF
           END-IF.

       3320-COMPROBAR-BISIESTO.
           MOVE ZEROS TO ANO-BISIESTO-SWITCH

           DIVIDE AUX-EFE-ANO BY 4
                  GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-BISIESTO

           IF  WS-RESTO-BISIESTO EQUAL TO ZEROS
           SET ANO-BISIESTO TO TRUE

           DIVIDE AUX-EFE-ANO BY 100
                  GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-BISIESTO

           IF  WS-RESTO-BISIESTO EQUAL TO ZEROS
           MOVE ZEROS TO ANO-BISIESTO-SWITCH

           DIVIDE AUX-EFE-ANO BY 400
                  GIVING WS-COCIENTE
                  REMAINDER WS-RESTO-BISIESTO

           IF  WS-RESTO-BISIESTO EQUAL TO ZEROS
           SET ANO-BISIESTO TO TRUE
           END-IF
           END-IF
           END-IF.

       8000-FIN.
           IF  EMPTY-FILE
           DISPLAY 'MAESTRO DE EMPLEADOS VACIO'

           ELSE
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
                 DISPLAY 'SUBIDAS GENERADAS ' CTR-GENERADOS
                 DISPLAY 'SIN TRIENIO      ' CTR-SIN-TRIENIO
                 DISPLAY 'EMPLEADOS EN BAJA ' CTR-BAJAS
                 DISPLAY 'FECHA ALTA INVALIDA ' CTR-FECHA-INVALIDA

                 PERFORM 9340-ESCRIBIR-RESUMEN

                 IF  CTR-FECHA-INVALIDA GREATER THAN ZEROS
                 DISPLAY 'ATENCION: HAY EMPLEADOS CON FECHA DE ALTA '
                         'INVALIDA, VER EL LISTADO'
                 MOVE 4 TO RETURN-CODE
                 END-IF
           END-IF
           END-IF

           IF NOT ERRORES
           CLOSE MAESTRO
                  SUBIDAS-GEN
                  LISTADO
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC331'.

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

       9300-ESCRIBIR-CABECERA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE ZEROS TO WS-LINEAS-PAGINA
           MOVE WS-NUM-PAGINA TO WS-ED-PAGINA

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'TRIENIOS DEL PERIODO ' WS-PERIODO-LISTADO
                  '   FECHA: ' WS-FECHA-LISTADO
                  '   PAGINA: ' WS-ED-PAGINA
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING PAGE

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'CLAVE' '  '
                  'NOMBRE                   ' '  '
                  'FECHA ALTA' '  '
                  'TRI' '  '
                  'FECHA EFEC' '  '
                  '     IMPORTE'
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES.

       9310-ESCRIBIR-DETALLE.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE SPACES TO WS-FECHA-ALTA-ED
           STRING WS-IO-FECHA-ALTA-DIA '/' WS-IO-FECHA-ALTA-MES '/'
                  WS-IO-FECHA-ALTA-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-ALTA-ED

           MOVE SPACES TO WS-FECHA-EFECTO-ED
           STRING AUX-EFE-DIA '/' AUX-EFE-MES '/' AUX-EFE-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-EFECTO-ED

           MOVE WS-NUM-TRIENIOS    TO WS-ED-TRIENIOS
           MOVE WS-IMPORTE-TRIENIO TO WS-ED-IMPORTE

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING CLAVE OF WS-IO-REG-MAESTRO '  '
                  WS-IO-NOMBRE       '  '
                  WS-FECHA-ALTA-ED   '  '
                  WS-ED-TRIENIOS     '  '
                  WS-FECHA-EFECTO-ED '  '
                  WS-ED-IMPORTE
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       9320-ESCRIBIR-FECHA-INVALIDA.
           DISPLAY 'ATENCION: FECHA DE ALTA INVALIDA, SIN TRIENIO '
                    CLAVE OF WS-IO-REG-MAESTRO

           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING CLAVE OF WS-IO-REG-MAESTRO '  '
                  WS-IO-NOMBRE       '  '
                  '*FECHA DE ALTA INVALIDA*'
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       9340-ESCRIBIR-RESUMEN.
           MOVE CTR-GENERADOS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'TOTAL DE SUBIDAS DE TRIENIO GENERADAS: '
                  WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES

           MOVE WS-TOTAL-IMPORTE TO WS-ED-TOTAL

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'IMPORTE TOTAL DE LOS TRIENIOS DEL PERIODO: '
                  WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE.

       9600-LEER-FECHA-PARM.
           OPEN INPUT PARM-FILE

      *    UN SELECT OPTIONAL SIN FICHERO EN DISCO DEVUELVE FILE
      *    STATUS 05 EN EL OPEN (NO 00), PERO EL FICHERO QUEDA ABIERTO
      *    IGUALMENTE; HAY QUE CERRARLO EN AMBOS CASOS.
           IF  FS-ERROR4 EQUAL TO ZEROS
           OR  FS-ERROR4 EQUAL TO 05
           READ PARM-FILE INTO WS-PARM-FECHA

           IF  FS-ERROR4 EQUAL TO ZEROS
           AND WS-PARM-FECHA NOT EQUAL TO SPACES
           MOVE WS-PARM-ANO TO AUX-ANO
           MOVE WS-PARM-MES TO AUX-MES
           MOVE WS-PARM-DIA TO AUX-DIA

           DISPLAY 'FECHA DE EJECUCION TOMADA DEL PARM: '
                    WS-PARM-FECHA
           END-IF

           CLOSE PARM-FILE
           END-IF

           MOVE ZEROS TO FS-ERROR4.
