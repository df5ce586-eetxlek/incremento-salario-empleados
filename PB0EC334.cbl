      ******************************************************************
      *  DESCRIPCION: HISTORICO DE EJECUCIONES DE LA CADENA NOCTURNA   *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA LISTA, PASO A PASO, LAS ULTIMAS    *
      *               EJECUCIONES DE LA CADENA NOCTURNA A PARTIR DEL   *
      *               FICHERO PERMANENTE DE PASOS QUE GRABA CADA       *
      *               PROGRAMA DE LA CADENA (VPASO): HORAS DE INICIO   *
      *               Y FIN, RETURN-CODE Y CONTADORES. MARCA LOS       *
      *               PASOS QUE NO SE EJECUTARON, LOS QUE TERMINARON   *
      *               CON RETURN-CODE DISTINTO DE CERO Y LOS           *
      *               CONTADORES QUE CAMBIAN BRUSCAMENTE RESPECTO A    *
      *               LA NOCHE ANTERIOR                                *
      *                                                                *
      *  TIPO:        BATCH/CONSULTA CON CARGA EN TABLA                *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO DE PASOS DE LA CADENA (VPASO)            *
      *               PARM: NUMERO DE EJECUCIONES A LISTAR (OPC)       *
      *                                                                *
      *  OUTPUTS:     INFORME DEL HISTORICO DE EJECUCIONES             *
      *                                                                *
      *  NOTA:        SIN PARM SE LISTAN LAS 7 ULTIMAS EJECUCIONES Y   *
      *               NUNCA MAS DE 30. EL FICHERO SE LEE DOS VECES:    *
      *               LA PRIMERA PARA SABER CUAL ES LA ULTIMA          *
      *               EJECUCION Y LA SEGUNDA PARA CARGAR SUS PASOS Y   *
      *               LOS DE LA ANTERIOR A LA PRIMERA LISTADA, QUE SE  *
      *               NECESITAN PARA COMPARAR CONTADORES. UN PASO      *
      *               RELANZADO EN LA MISMA EJECUCION SE LISTA CON SU  *
      *               ULTIMO INTENTO Y EL NUMERO DE INTENTOS. UNA      *
      *               VARIACION ES BRUSCA SI SUPERA EL 50 POR CIENTO   *
      *               DEL VALOR ANTERIOR Y AL MENOS 10 UNIDADES, PARA  *
      *               NO AVISAR POR OSCILACIONES PEQUENAS. PB0EC328    *
      *               CORRE LA NOCHE SIGUIENTE A LA EJECUCION QUE      *
      *               CUADRA: EN LA ULTIMA EJECUCION SU AUSENCIA SE    *
      *               LISTA COMO PASO PENDIENTE Y NO SE MARCA. SI HAY  *
      *               ALGUNA MARCA SE DEVUELVE RETURN-CODE 4.          *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PB0EC334.
       AUTHOR.     ESTIBALIZ (ORIZON).
       DATE-WRITTEN.  OCTUBRE, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-PASOS
                ASSIGN TO PASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR1.

           SELECT INFORME
                ASSIGN TO INFORME
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR2.

           SELECT OPTIONAL PARM-FILE
                ASSIGN TO PARM
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR3.

       DATA DIVISION.

       FILE SECTION.
       FD  REGISTRO-PASOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PASO.
       01  REG-PASO                 PIC X(100).

       FD  INFORME
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-INFORME.
       01  REG-INFORME              PIC X(80).

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS REG-PARM.
       01  REG-PARM                 PIC X(09).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-REG-PASO.
               COPY VPASO.
           05  WS-REG-PASO-R REDEFINES WS-REG-PASO.
               10  FILLER             PIC X(59).
               10  WS-ACT-CONTADOR    PIC 9(07)    OCCURS 5 TIMES.
               10  FILLER             PIC X(06).

           05  WS-PASO-ANTERIOR.
               10  FILLER             PIC X(59)    VALUE SPACES.
               10  WS-ANT-CONTADOR    PIC 9(07)    OCCURS 5 TIMES.
               10  FILLER             PIC X(06)    VALUE SPACES.

           05  WS-PARM-LISTADO.
               10  WS-PARM-EJECUCIONES   PIC X(03)  VALUE SPACES.
               10  WS-PARM-EJECUCIONES-N REDEFINES WS-PARM-EJECUCIONES
                                         PIC 9(03).
               10  FILLER                PIC X(06)  VALUE SPACES.

      *    ORDEN DE LOS PASOS EN LA CADENA NOCTURNA. PB0EC328 CUADRA
      *    LOS ACUSES DE NOMINA Y SE APUNTA A LA EJECUCION QUE GRABO
      *    LA INTERFAZ, AUNQUE CORRA LA NOCHE SIGUIENTE.
           05  WS-VALORES-PROGRAMAS.
               10  FILLER             PIC X(08)    VALUE 'PB0EC329'.
               10  FILLER             PIC X(08)    VALUE 'PB0EC317'.
               10  FILLER             PIC X(08)    VALUE 'PB0EC322'.
               10  FILLER             PIC X(08)    VALUE 'PB0EC318'.
               10  FILLER             PIC X(08)    VALUE 'PB0EC319'.
               10  FILLER             PIC X(08)    VALUE 'PB0EC320'.
               10  FILLER             PIC X(08)    VALUE 'PB0EC321'.
               10  FILLER             PIC X(08)    VALUE 'PB0EC328'.
           05  WS-TABLA-PROGRAMAS REDEFINES WS-VALORES-PROGRAMAS.
               10  WS-PROGRAMA-CADENA PIC X(08)    OCCURS 8 TIMES.

           05  WS-VALORES-CONTADORES.
               10  FILLER             PIC X(10)    VALUE 'LEIDOS'.
               10  FILLER             PIC X(10)    VALUE 'APLICADOS'.
               10  FILLER             PIC X(10)    VALUE 'RECHAZADOS'.
               10  FILLER             PIC X(10)    VALUE 'RETENIDOS'.
               10  FILLER             PIC X(10)    VALUE 'GRABADOS'.
           05  WS-TABLA-CONTADORES REDEFINES WS-VALORES-CONTADORES.
               10  WS-NOMBRE-CONTADOR PIC X(10)    OCCURS 5 TIMES.

      *    LA ENTRADA 1 ES LA EJECUCION ANTERIOR A LA PRIMERA QUE SE
      *    LISTA; SOLO SIRVE PARA COMPARAR CONTADORES.
           05  WS-TABLA-EJECUCIONES.
               10  WS-EJE-ENTRADA OCCURS 31 TIMES.
                   15  WS-EJE-NUMERO        PIC S9(7) COMP-3.
                   15  WS-EJE-FECHA-NEGOCIO PIC 9(08).
                   15  WS-PASO-ENTRADA OCCURS 8 TIMES.
                       20  WS-PASO-INTENTOS PIC S9(3) COMP-3.
                       20  WS-PASO-DATOS    PIC X(100).

           05  WS-NUM-PROGRAMAS       PIC S9(3) COMP-3  VALUE 8.
           05  WS-NUM-CONTADORES      PIC S9(3) COMP-3  VALUE 5.
           05  WS-NUM-ENTRADAS        PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-EJE-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-PASO-IDX            PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-CTR-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-PASO-ACTUAL         PIC S9(3) COMP-3  VALUE ZEROS.

           05  WS-NUM-EJECUCIONES     PIC S9(3) COMP-3  VALUE 7.
           05  WS-MAX-EJECUCIONES     PIC S9(3) COMP-3  VALUE 30.
           05  WS-EJE-ULTIMA          PIC S9(7) COMP-3  VALUE ZEROS.
           05  WS-EJE-DESDE           PIC S9(7) COMP-3  VALUE ZEROS.

           05  WS-PCT-VARIACION-MAX   PIC S9(3) COMP-3  VALUE 50.
           05  WS-MIN-VARIACION       PIC S9(7) COMP-3  VALUE 10.
           05  WS-DIFERENCIA          PIC S9(7) COMP-3  VALUE ZEROS.

           05  WS-HORA-AUX.
               10  WS-HORA-HH         PIC 9(02)    VALUE ZEROS.
               10  WS-HORA-MM         PIC 9(02)    VALUE ZEROS.
               10  WS-HORA-SS         PIC 9(02)    VALUE ZEROS.
               10  WS-HORA-CC         PIC 9(02)    VALUE ZEROS.

           05  WS-LINEA-INFORME       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-INFORME       PIC X(10)    VALUE SPACES.
           05  WS-FECHA-NEGOCIO-ED    PIC X(10)    VALUE SPACES.
           05  WS-HORA-INICIO-ED      PIC X(08)    VALUE SPACES.
           05  WS-HORA-FIN-ED         PIC X(08)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-EJECUCION        PIC ZZZZZZ9.
           05  WS-ED-RETURN-CODE      PIC ZZZ9.
           05  WS-ED-INTENTOS         PIC ZZ9.
           05  WS-ED-CONTADOR         PIC ZZZZZZ9  OCCURS 5 TIMES.
           05  WS-ED-ANTERIOR         PIC ZZZZZZ9.
           05  WS-ED-ACTUAL           PIC ZZZZZZ9.
           05  WS-ED-TOTAL            PIC ZZ,ZZ9.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-LINEAS-PAGINA       PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-LINEAS-PAGINA   PIC S9(3) COMP-3  VALUE 50.

           05  CTR-LEIDOS          PIC S9(7) COMP-3   VALUE ZEROS.
           05  CTR-CARGADOS        PIC S9(7) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-IGNORADOS       PIC S9(7) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-EJECUCIONES     PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PASOS-FALTAN    PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-PASOS-RC        PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-VARIACIONES     PIC S9(5) PACKED-DECIMAL VALUE ZEROS.

           05  FS-ERROR1           PIC 99       VALUE ZEROS.
           05  FS-ERROR2           PIC 99       VALUE ZEROS.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.

           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.

           05  PASO-ENCONTRADO-SWITCH PIC 9       VALUE ZEROS.
           88  PASO-ENCONTRADO                VALUE 1.

           05  ERRORES-SWITCH      PIC 9        VALUE ZEROS.
           88  ERRORES                      VALUE 1.

           05  AUX-FECHA.
           10  AUX-ANO         PIC 9(4)     VALUE ZEROS.
           10  AUX-MES         PIC 9(2)     VALUE ZEROS.
           10  AUX-DIA         PIC 9(2)     VALUE ZEROS.

           05  AUX-FECHA-NEGOCIO.
           10  AUX-NEG-ANO     PIC 9(4)     VALUE ZEROS.
           10  AUX-NEG-MES     PIC 9(2)     VALUE ZEROS.
           10  AUX-NEG-DIA     PIC 9(2)     VALUE ZEROS.

       PROCEDURE DIVISION.

       1000-PRINCIPAL.
           PERFORM 2000-INICIO

           PERFORM 3000-BUSCAR-ULTIMA
            THRU 3000-BUSCAR-ULTIMA-EXIT
           UNTIL END-OF-FILE
              OR ERRORES

           IF  NOT ERRORES
           PERFORM 4000-PREPARAR-CARGA
           END-IF

           PERFORM 5000-CARGAR-PASO
            THRU 5000-CARGAR-PASO-EXIT
           UNTIL END-OF-FILE
              OR ERRORES

           IF  NOT ERRORES
           PERFORM 6000-EDITAR-EJECUCION
            THRU 6000-EDITAR-EJECUCION-EXIT
           VARYING WS-EJE-IDX FROM 2 BY 1
             UNTIL WS-EJE-IDX GREATER THAN WS-NUM-ENTRADAS
           END-IF

           PERFORM 8000-FIN

           STOP RUN.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC334'.

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-PARM-LISTADO

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-INFORME

           OPEN INPUT  REGISTRO-PASOS
           OPEN OUTPUT INFORME

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR REGISTRO-PASOS ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR INFORME ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 9300-ESCRIBIR-CABECERA

           PERFORM 9100-LEER-PASOS
           END-IF.

      *    PRIMERA LECTURA: SOLO SE BUSCA LA ULTIMA EJECUCION. UN PASO
      *    SIN NUMERO DE EJECUCION (FALLO ANTES DE LEER EL CONTROL) NO
      *    SE PUEDE COLOCAR EN NINGUNA NOCHE Y SE IGNORA.
       3000-BUSCAR-ULTIMA.
           IF  PAS-NUM-EJECUCION NUMERIC
           AND PAS-NUM-EJECUCION GREATER THAN WS-EJE-ULTIMA
           MOVE PAS-NUM-EJECUCION TO WS-EJE-ULTIMA
           END-IF

           PERFORM 9100-LEER-PASOS.

       3000-BUSCAR-ULTIMA-EXIT.
           EXIT.

      *    SE PREPARA LA TABLA CON LA EJECUCION QUE CORRESPONDE A CADA
      *    ENTRADA Y SE VUELVE A ABRIR EL FICHERO PARA CARGAR LOS PASOS.
       4000-PREPARAR-CARGA.
           COMPUTE WS-EJE-DESDE = WS-EJE-ULTIMA - WS-NUM-EJECUCIONES

           COMPUTE WS-NUM-ENTRADAS = WS-NUM-EJECUCIONES + 1

           PERFORM 4100-INICIAR-EJECUCION
            THRU 4100-INICIAR-EJECUCION-EXIT
           VARYING WS-EJE-IDX FROM 1 BY 1
             UNTIL WS-EJE-IDX GREATER THAN WS-NUM-ENTRADAS

           CLOSE REGISTRO-PASOS

           MOVE ZEROS TO END-OF-FILE-SWITCH
                         CTR-LEIDOS

           OPEN INPUT REGISTRO-PASOS

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL REABRIR REGISTRO-PASOS ' FS-ERROR1
           SET ERRORES TO TRUE

           ELSE
           PERFORM 9100-LEER-PASOS
           END-IF.

       4100-INICIAR-EJECUCION.
           COMPUTE WS-EJE-NUMERO (WS-EJE-IDX) =
                   WS-EJE-DESDE + WS-EJE-IDX - 1

           MOVE ZEROS TO WS-EJE-FECHA-NEGOCIO (WS-EJE-IDX)

           PERFORM 4110-INICIAR-PASO
            THRU 4110-INICIAR-PASO-EXIT
           VARYING WS-PASO-IDX FROM 1 BY 1
             UNTIL WS-PASO-IDX GREATER THAN WS-NUM-PROGRAMAS.

       4100-INICIAR-EJECUCION-EXIT.
           EXIT.

       4110-INICIAR-PASO.
           MOVE ZEROS  TO WS-PASO-INTENTOS (WS-EJE-IDX WS-PASO-IDX)
           MOVE SPACES TO WS-PASO-DATOS (WS-EJE-IDX WS-PASO-IDX).

       4110-INICIAR-PASO-EXIT.
           EXIT.

      *    SEGUNDA LECTURA: EL FICHERO ESTA EN ORDEN DE GRABACION, ASI
      *    QUE EL ULTIMO INTENTO DE UN PASO RELANZADO PISA A LOS
      *    ANTERIORES DE LA MISMA EJECUCION.
       5000-CARGAR-PASO.
           IF  PAS-NUM-EJECUCION NUMERIC
           AND PAS-NUM-EJECUCION NOT LESS THAN WS-EJE-DESDE
           AND PAS-NUM-EJECUCION GREATER THAN ZEROS
           COMPUTE WS-EJE-IDX = PAS-NUM-EJECUCION - WS-EJE-DESDE + 1

           PERFORM 5100-BUSCAR-PROGRAMA

           IF  PASO-ENCONTRADO
           ADD 1 TO WS-PASO-INTENTOS (WS-EJE-IDX WS-PASO-ACTUAL)
           MOVE WS-REG-PASO
             TO WS-PASO-DATOS (WS-EJE-IDX WS-PASO-ACTUAL)
           MOVE PAS-FECHA-NEGOCIO
             TO WS-EJE-FECHA-NEGOCIO (WS-EJE-IDX)

           ADD 1 TO CTR-CARGADOS

           ELSE
           ADD 1 TO CTR-IGNORADOS
           END-IF

           ELSE
           IF  PAS-NUM-EJECUCION NOT NUMERIC
           OR  PAS-NUM-EJECUCION EQUAL TO ZEROS
           ADD 1 TO CTR-IGNORADOS
           END-IF
           END-IF

           PERFORM 9100-LEER-PASOS.

       5000-CARGAR-PASO-EXIT.
           EXIT.

       5100-BUSCAR-PROGRAMA.
           MOVE ZEROS TO PASO-ENCONTRADO-SWITCH
                         WS-PASO-ACTUAL

           PERFORM 5110-COMPARAR-PROGRAMA
            THRU 5110-COMPARAR-PROGRAMA-EXIT
           VARYING WS-PASO-IDX FROM 1 BY 1
             UNTIL WS-PASO-IDX GREATER THAN WS-NUM-PROGRAMAS
                OR PASO-ENCONTRADO.

       5110-COMPARAR-PROGRAMA.
           IF  WS-PROGRAMA-CADENA (WS-PASO-IDX) EQUAL TO PAS-PROGRAMA
           SET PASO-ENCONTRADO TO TRUE
           MOVE WS-PASO-IDX TO WS-PASO-ACTUAL
           END-IF.

       5110-COMPARAR-PROGRAMA-EXIT.
           EXIT.

      *    UNA ENTRADA CON NUMERO DE EJECUCION NO POSITIVO (HAY MENOS
      *    EJECUCIONES REGISTRADAS QUE LAS PEDIDAS) NO SE LISTA.
       6000-EDITAR-EJECUCION.
           IF  WS-EJE-NUMERO (WS-EJE-IDX) GREATER THAN ZEROS
           ADD 1 TO CTR-EJECUCIONES

           PERFORM 9310-ESCRIBIR-EJECUCION

           PERFORM 6100-EDITAR-PASO
            THRU 6100-EDITAR-PASO-EXIT
           VARYING WS-PASO-IDX FROM 1 BY 1
             UNTIL WS-PASO-IDX GREATER THAN WS-NUM-PROGRAMAS
           END-IF.

       6000-EDITAR-EJECUCION-EXIT.
           EXIT.

      *    PB0EC328 DE LA ULTIMA EJECUCION TODAVIA NO HA CORRIDO (LO
      *    HACE LA NOCHE SIGUIENTE): SE LISTA PENDIENTE, SIN MARCA.
       6100-EDITAR-PASO.
           IF  WS-PASO-INTENTOS (WS-EJE-IDX WS-PASO-IDX) EQUAL TO ZEROS
           MOVE SPACES TO WS-LINEA-INFORME

           IF  WS-PROGRAMA-CADENA (WS-PASO-IDX) EQUAL TO 'PB0EC328'
           AND WS-EJE-IDX EQUAL TO WS-NUM-ENTRADAS
           STRING WS-PROGRAMA-CADENA (WS-PASO-IDX)
                  ' PASO PENDIENTE (CORRE LA NOCHE SIGUIENTE)'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           ELSE
           ADD 1 TO CTR-PASOS-FALTAN

           STRING WS-PROGRAMA-CADENA (WS-PASO-IDX)
                  ' *** PASO NO EJECUTADO ***'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME
           END-IF

           PERFORM 9390-ESCRIBIR-LINEA

           ELSE
           MOVE WS-PASO-DATOS (WS-EJE-IDX WS-PASO-IDX) TO WS-REG-PASO

           PERFORM 9320-ESCRIBIR-PASO

           IF  PAS-RETURN-CODE NOT EQUAL TO ZEROS
           ADD 1 TO CTR-PASOS-RC

           MOVE PAS-RETURN-CODE TO WS-ED-RETURN-CODE

           MOVE SPACES TO WS-LINEA-INFORME
           STRING '         *** RETURN-CODE ' WS-ED-RETURN-CODE
                  ' ***'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           PERFORM 9390-ESCRIBIR-LINEA
           END-IF

           IF  WS-PASO-INTENTOS (WS-EJE-IDX WS-PASO-IDX)
                                              GREATER THAN 1
           MOVE WS-PASO-INTENTOS (WS-EJE-IDX WS-PASO-IDX)
             TO WS-ED-INTENTOS

           MOVE SPACES TO WS-LINEA-INFORME
           STRING '         RELANZADO: ' WS-ED-INTENTOS
                  ' INTENTOS, SE LISTA EL ULTIMO'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           PERFORM 9390-ESCRIBIR-LINEA
           END-IF

           IF  WS-PASO-INTENTOS (WS-EJE-IDX - 1 WS-PASO-IDX)
                                              GREATER THAN ZEROS
           MOVE WS-PASO-DATOS (WS-EJE-IDX - 1 WS-PASO-IDX)
             TO WS-PASO-ANTERIOR

           PERFORM 6200-COMPARAR-CONTADOR
            THRU 6200-COMPARAR-CONTADOR-EXIT
           VARYING WS-CTR-IDX FROM 1 BY 1
             UNTIL WS-CTR-IDX GREATER THAN WS-NUM-CONTADORES
           END-IF
           END-IF.

       6100-EDITAR-PASO-EXIT.
           EXIT.

       6200-COMPARAR-CONTADOR.
           COMPUTE WS-DIFERENCIA = WS-ACT-CONTADOR (WS-CTR-IDX)
                                 - WS-ANT-CONTADOR (WS-CTR-IDX)

           IF  WS-DIFERENCIA LESS THAN ZEROS
           COMPUTE WS-DIFERENCIA = WS-DIFERENCIA * -1
           END-IF

           IF  WS-DIFERENCIA NOT LESS THAN WS-MIN-VARIACION
           AND WS-DIFERENCIA * 100 GREATER THAN
               WS-ANT-CONTADOR (WS-CTR-IDX) * WS-PCT-VARIACION-MAX
           ADD 1 TO CTR-VARIACIONES

           MOVE WS-ANT-CONTADOR (WS-CTR-IDX) TO WS-ED-ANTERIOR
           MOVE WS-ACT-CONTADOR (WS-CTR-IDX) TO WS-ED-ACTUAL

           MOVE SPACES TO WS-LINEA-INFORME
           STRING '         *** VARIACION BRUSCA EN '
                  WS-NOMBRE-CONTADOR (WS-CTR-IDX)
                  ' ANTERIOR ' WS-ED-ANTERIOR
                  ' ACTUAL ' WS-ED-ACTUAL
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           PERFORM 9390-ESCRIBIR-LINEA
           END-IF.

       6200-COMPARAR-CONTADOR-EXIT.
           EXIT.

       8000-FIN.
           IF  ERRORES
           DISPLAY '////////////////////'
           DISPLAY '//A T E N C I O N///'
           DISPLAY '/////ERRORES////////'
           DISPLAY '/SE CANCELA EL PGM//'
           DISPLAY '///Y EL JCL ////////'

           MOVE 1001 TO RETURN-CODE

           ELSE
           PERFORM 9340-ESCRIBIR-RESUMEN

           DISPLAY '********************'
           DISPLAY '***EJECUCION OK*****'
           DISPLAY '********************'
           DISPLAY 'LEIDOS PASOS       ' CTR-LEIDOS
           DISPLAY 'PASOS CARGADOS     ' CTR-CARGADOS
           DISPLAY 'PASOS IGNORADOS    ' CTR-IGNORADOS
           DISPLAY 'EJECUCIONES        ' CTR-EJECUCIONES
           DISPLAY 'PASOS NO EJECUTADOS ' CTR-PASOS-FALTAN
           DISPLAY 'PASOS CON RC       ' CTR-PASOS-RC
           DISPLAY 'VARIACIONES BRUSCAS ' CTR-VARIACIONES

           IF  CTR-PASOS-FALTAN GREATER THAN ZEROS
           OR  CTR-PASOS-RC GREATER THAN ZEROS
           OR  CTR-VARIACIONES GREATER THAN ZEROS
           DISPLAY 'ATENCION: HAY PASOS SIN EJECUTAR, CON RETURN-CODE '
                   'O CON VARIACIONES BRUSCAS, VER EL INFORME'
           MOVE 4 TO RETURN-CODE
           END-IF
           END-IF

           IF NOT ERRORES
           CLOSE REGISTRO-PASOS
                  INFORME
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC334'.

       9100-LEER-PASOS.
           READ REGISTRO-PASOS INTO WS-REG-PASO

           EVALUATE FS-ERROR1
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS

           WHEN 10
                  SET END-OF-FILE TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER REGISTRO-PASOS ' FS-ERROR1
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9300-ESCRIBIR-CABECERA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE ZEROS TO WS-LINEAS-PAGINA
           MOVE WS-NUM-PAGINA TO WS-ED-PAGINA

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'HISTORICO DE LA CADENA NOCTURNA'
                  '   FECHA: ' WS-FECHA-INFORME
                  '   PAGINA: ' WS-ED-PAGINA
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING PAGE

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'PROGRAMA' ' '
                  'INICIO  ' ' '
                  'FIN     ' ' '
                  '  RC'
                  '  LEIDOS' ' APLICAD' ' RECHAZA'
                  ' RETENID' ' GRABADO'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES.

       9310-ESCRIBIR-EJECUCION.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE WS-EJE-NUMERO (WS-EJE-IDX) TO WS-ED-EJECUCION

           MOVE SPACES TO WS-FECHA-NEGOCIO-ED

           IF  WS-EJE-FECHA-NEGOCIO (WS-EJE-IDX) GREATER THAN ZEROS
           MOVE WS-EJE-FECHA-NEGOCIO (WS-EJE-IDX) TO AUX-FECHA-NEGOCIO

           STRING AUX-NEG-DIA '/' AUX-NEG-MES '/' AUX-NEG-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-NEGOCIO-ED
           END-IF

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'EJECUCION: ' WS-ED-EJECUCION
                  '   FECHA DE NEGOCIO: ' WS-FECHA-NEGOCIO-ED
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES

           ADD 2 TO WS-LINEAS-PAGINA.

       9320-ESCRIBIR-PASO.
           MOVE PAS-HORA-INICIO TO WS-HORA-AUX

           MOVE SPACES TO WS-HORA-INICIO-ED
           STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
                  DELIMITED BY SIZE INTO WS-HORA-INICIO-ED

           MOVE PAS-HORA-FIN TO WS-HORA-AUX

           MOVE SPACES TO WS-HORA-FIN-ED
           STRING WS-HORA-HH ':' WS-HORA-MM ':' WS-HORA-SS
                  DELIMITED BY SIZE INTO WS-HORA-FIN-ED

           MOVE PAS-RETURN-CODE TO WS-ED-RETURN-CODE
           MOVE PAS-LEIDOS      TO WS-ED-CONTADOR (1)
           MOVE PAS-APLICADOS   TO WS-ED-CONTADOR (2)
           MOVE PAS-RECHAZADOS  TO WS-ED-CONTADOR (3)
           MOVE PAS-RETENIDOS   TO WS-ED-CONTADOR (4)
           MOVE PAS-GRABADOS    TO WS-ED-CONTADOR (5)

           MOVE SPACES TO WS-LINEA-INFORME
           STRING PAS-PROGRAMA           ' '
                  WS-HORA-INICIO-ED      ' '
                  WS-HORA-FIN-ED         ' '
                  WS-ED-RETURN-CODE      ' '
                  WS-ED-CONTADOR (1)     ' '
                  WS-ED-CONTADOR (2)     ' '
                  WS-ED-CONTADOR (3)     ' '
                  WS-ED-CONTADOR (4)     ' '
                  WS-ED-CONTADOR (5)
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           PERFORM 9390-ESCRIBIR-LINEA.

       9340-ESCRIBIR-RESUMEN.
           IF  WS-EJE-ULTIMA EQUAL TO ZEROS
           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'SIN PASOS REGISTRADOS EN EL FICHERO DE PASOS'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES
           END-IF

           MOVE CTR-EJECUCIONES TO WS-ED-TOTAL

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'EJECUCIONES LISTADAS:                    '
                  WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 3 LINES

           MOVE CTR-PASOS-FALTAN TO WS-ED-TOTAL

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'PASOS NO EJECUTADOS:                     '
                  WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           MOVE CTR-PASOS-RC TO WS-ED-TOTAL

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'PASOS CON RETURN-CODE DISTINTO DE CERO:  '
                  WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           MOVE CTR-VARIACIONES TO WS-ED-TOTAL

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'VARIACIONES BRUSCAS DE CONTADORES:       '
                  WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE.

       9390-ESCRIBIR-LINEA.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

      *    EL PARM TRAE EL NUMERO DE EJECUCIONES A LISTAR EN TRES
      *    DIGITOS. UN SELECT OPTIONAL SIN FICHERO EN DISCO DEVUELVE
      *    FILE STATUS 05 EN EL OPEN (NO 00), PERO EL FICHERO QUEDA
      *    ABIERTO IGUALMENTE; HAY QUE CERRARLO EN AMBOS CASOS.
       9600-LEER-PARM-LISTADO.
           OPEN INPUT PARM-FILE

           IF  FS-ERROR3 EQUAL TO ZEROS
           OR  FS-ERROR3 EQUAL TO 05
           READ PARM-FILE INTO WS-PARM-LISTADO

           IF  FS-ERROR3 EQUAL TO ZEROS
           AND WS-PARM-EJECUCIONES-N NUMERIC
           AND WS-PARM-EJECUCIONES-N GREATER THAN ZEROS
           MOVE WS-PARM-EJECUCIONES-N TO WS-NUM-EJECUCIONES

           DISPLAY 'EJECUCIONES A LISTAR TOMADAS DEL PARM: '
                    WS-PARM-EJECUCIONES
           END-IF

           CLOSE PARM-FILE
           END-IF

           MOVE ZEROS TO FS-ERROR3

           IF  WS-NUM-EJECUCIONES GREATER THAN WS-MAX-EJECUCIONES
           DISPLAY 'SE LISTAN COMO MAXIMO ' WS-MAX-EJECUCIONES
                   ' EJECUCIONES'
           MOVE WS-MAX-EJECUCIONES TO WS-NUM-EJECUCIONES
           END-IF.
