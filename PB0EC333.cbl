      ******************************************************************
      *  DESCRIPCION: CONSULTA DEL HISTORICO DE CAMBIOS DEL MAESTRO    *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA CONSULTA EL HISTORICO PERMANENTE   *
      *               DE CAMBIOS DEL MAESTRO QUE GRABA PB0EC317 Y      *
      *               EDITA UN INFORME CON LOS CAMBIOS DE CADA         *
      *               EMPLEADO: FECHA, TIPO DE MOVIMIENTO, CAMPO,      *
      *               VALOR ANTERIOR, VALOR NUEVO Y LOTE DE RRHH DEL   *
      *               QUE VINO, MAS EL NUMERO DE CAMBIOS POR EMPLEADO  *
      *                                                                *
      *  TIPO:        BATCH/CONSULTA CON ORDENACION (SORT)             *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               HISTORICO DE CAMBIOS DEL MAESTRO (PB0EC317)      *
      *               PARM DE SELECCION: CLAVE DE EMPLEADO Y/O RANGO   *
      *               DE FECHAS DESDE/HASTA                            *
      *                                                                *
      *  OUTPUTS:     INFORME DEL HISTORICO DE CAMBIOS DEL MAESTRO     *
      *                                                                *
      *  NOTA:        EL PARM ES EL MISMO QUE EL DE PB0EC323 Y SUS     *
      *               CAMPOS SON OPCIONALES: CLAVE EN BLANCO           *
      *               SELECCIONA TODOS LOS EMPLEADOS Y UNA FECHA EN    *
      *               BLANCO O NO NUMERICA DEJA ABIERTO ESE EXTREMO    *
      *               DEL RANGO. EL HISTORICO SE ORDENA POR CLAVE,     *
      *               FECHA Y ORDEN DEL MOVIMIENTO EN SU FICHERO, PARA *
      *               QUE LOS CAMBIOS DE CADA EMPLEADO SALGAN JUNTOS Y *
      *               EN EL ORDEN EN QUE SE APLICARON.                 *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PB0EC333.
       AUTHOR.     ESTIBALIZ (ORIZON).
       DATE-WRITTEN.  OCTUBRE, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-MAESTRO
                ASSIGN TO HISMAE
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

           SELECT ORDENA-HISTORICO
                ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.
       FD  HISTORICO-MAESTRO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-HISTORICO-MAESTRO.
       01  REG-HISTORICO-MAESTRO    PIC X(100).

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
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS REG-PARM.
       01  REG-PARM                 PIC X(21).

       SD  ORDENA-HISTORICO
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-ORDENA.
       01  REG-ORDENA.
           05  ORD-CLAVE           PIC X(05).
           05  ORD-FECHA           PIC 9(08).
           05  ORD-SECUENCIA       PIC 9(05).
           05  FILLER              PIC X(82).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-REG-HISTORICO.
               COPY VHMAE.

           05  WS-PARM-CONSULTA.
               10  WS-PARM-CLAVE      PIC X(05)  VALUE SPACES.
               10  WS-PARM-DESDE      PIC X(08)  VALUE SPACES.
               10  WS-PARM-DESDE-N REDEFINES WS-PARM-DESDE
                                      PIC 9(08).
               10  WS-PARM-HASTA      PIC X(08)  VALUE SPACES.
               10  WS-PARM-HASTA-N REDEFINES WS-PARM-HASTA
                                      PIC 9(08).

           05  WS-CLAVE-ANTERIOR      PIC X(05)    VALUE SPACES.
           05  WS-CAMBIOS-EMPLEADO    PIC S9(5) PACKED-DECIMAL
                                                     VALUE ZEROS.

           05  WS-LINEA-INFORME       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-INFORME       PIC X(10)    VALUE SPACES.
           05  WS-FECHA-EVENTO        PIC X(10)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-CAMBIOS          PIC ZZ,ZZ9.
           05  WS-TIPO-EDITADO        PIC X(12)    VALUE SPACES.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-LINEAS-PAGINA       PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-LINEAS-PAGINA   PIC S9(3) COMP-3  VALUE 50.

           05  CTR-LEIDOS          PIC S9(7) COMP-3   VALUE ZEROS.
           05  CTR-SELECCIONADOS   PIC S9(7) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-EMPLEADOS       PIC S9(7) PACKED-DECIMAL VALUE ZEROS.

           05  FS-ERROR1           PIC 99       VALUE ZEROS.
           05  FS-ERROR2           PIC 99       VALUE ZEROS.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.

           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.

           05  FIN-ORDENA-SWITCH     PIC 9        VALUE ZEROS.
           88  FIN-ORDENA                     VALUE 1.

           05  ERRORES-SWITCH      PIC 9        VALUE ZEROS.
           88  ERRORES                      VALUE 1.

           05  AUX-FECHA.
           10  AUX-ANO         PIC 9(4)     VALUE ZEROS.
           10  AUX-MES         PIC 9(2)     VALUE ZEROS.
           10  AUX-DIA         PIC 9(2)     VALUE ZEROS.

           05  AUX-FECHA-EVENTO.
           10  AUX-EVE-ANO     PIC 9(4)     VALUE ZEROS.
           10  AUX-EVE-MES     PIC 9(2)     VALUE ZEROS.
           10  AUX-EVE-DIA     PIC 9(2)     VALUE ZEROS.

       PROCEDURE DIVISION.

       1000-PRINCIPAL.
           PERFORM 2000-INICIO

           IF  NOT ERRORES
           SORT ORDENA-HISTORICO
                ON ASCENDING KEY ORD-CLAVE
                                 ORD-FECHA
                                 ORD-SECUENCIA
                INPUT PROCEDURE IS 3000-SELECCION
                 THRU 3000-SELECCION-EXIT
                OUTPUT PROCEDURE IS 4000-EDICION
                 THRU 4000-EDICION-EXIT
           END-IF

           PERFORM 8000-FIN

           STOP RUN.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC333'.

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-PARM-CONSULTA

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-INFORME

           OPEN INPUT  HISTORICO-MAESTRO
           OPEN OUTPUT INFORME

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR HISTORICO-MAESTRO ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR INFORME ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF.

       3000-SELECCION.
           PERFORM 9100-LEER-HISTORICO

           PERFORM 3100-FILTRAR-CAMBIO
            THRU 3100-FILTRAR-CAMBIO-EXIT
           UNTIL END-OF-FILE
              OR ERRORES.

       3000-SELECCION-EXIT.
           EXIT.

       3100-FILTRAR-CAMBIO.
           IF  (WS-PARM-CLAVE EQUAL TO SPACES
             OR WS-PARM-CLAVE EQUAL TO HIS-CLAVE)
           AND (WS-PARM-DESDE-N NOT NUMERIC
             OR HIS-FECHA GREATER THAN OR EQUAL TO WS-PARM-DESDE-N)
           AND (WS-PARM-HASTA-N NOT NUMERIC
             OR HIS-FECHA LESS THAN OR EQUAL TO WS-PARM-HASTA-N)
           RELEASE REG-ORDENA FROM WS-REG-HISTORICO

           ADD 1 TO CTR-SELECCIONADOS
           END-IF

           PERFORM 9100-LEER-HISTORICO.

       3100-FILTRAR-CAMBIO-EXIT.
           EXIT.

       4000-EDICION.
           PERFORM 9200-RETORNAR-ORDENA

           IF  FIN-ORDENA
           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'SIN CAMBIOS PARA LA SELECCION PEDIDA'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES

           ELSE
           MOVE HIS-CLAVE TO WS-CLAVE-ANTERIOR
           MOVE ZEROS     TO WS-CAMBIOS-EMPLEADO
           ADD 1 TO CTR-EMPLEADOS

           PERFORM 4100-EDITAR-CAMBIO
            THRU 4100-EDITAR-CAMBIO-EXIT
           UNTIL FIN-ORDENA
              OR ERRORES

           IF  NOT ERRORES
           PERFORM 9330-ESCRIBIR-TOTAL-EMPLEADO

           PERFORM 9340-ESCRIBIR-TOTAL-GENERAL
           END-IF
           END-IF.

       4000-EDICION-EXIT.
           EXIT.

       4100-EDITAR-CAMBIO.
           IF  HIS-CLAVE NOT EQUAL TO WS-CLAVE-ANTERIOR
           PERFORM 9330-ESCRIBIR-TOTAL-EMPLEADO

           MOVE HIS-CLAVE TO WS-CLAVE-ANTERIOR
           MOVE ZEROS     TO WS-CAMBIOS-EMPLEADO
           ADD 1 TO CTR-EMPLEADOS
           END-IF

           PERFORM 9310-ESCRIBIR-CAMBIO

           ADD 1 TO WS-CAMBIOS-EMPLEADO

           PERFORM 9200-RETORNAR-ORDENA.

       4100-EDITAR-CAMBIO-EXIT.
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
           DISPLAY '********************'
           DISPLAY '***EJECUCION OK*****'
           DISPLAY '********************'
           DISPLAY 'LEIDOS HISTORICO ' CTR-LEIDOS
           DISPLAY 'SELECCIONADOS    ' CTR-SELECCIONADOS
           DISPLAY 'EMPLEADOS        ' CTR-EMPLEADOS
           END-IF

           IF NOT ERRORES
           CLOSE HISTORICO-MAESTRO
                  INFORME
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC333'.

       9100-LEER-HISTORICO.
           READ HISTORICO-MAESTRO INTO WS-REG-HISTORICO

           EVALUATE FS-ERROR1
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS

           WHEN 10
                  SET END-OF-FILE TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER HISTORICO-MAESTRO ' FS-ERROR1
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9200-RETORNAR-ORDENA.
           RETURN ORDENA-HISTORICO INTO WS-REG-HISTORICO
             AT END
                SET FIN-ORDENA TO TRUE
           END-RETURN.

       9300-ESCRIBIR-CABECERA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE ZEROS TO WS-LINEAS-PAGINA
           MOVE WS-NUM-PAGINA TO WS-ED-PAGINA

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'HISTORICO DE CAMBIOS DEL MAESTRO'
                  '   FECHA: ' WS-FECHA-INFORME
                  '   PAGINA: ' WS-ED-PAGINA
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING PAGE

           IF  WS-PARM-CLAVE NOT EQUAL TO SPACES
           OR  WS-PARM-DESDE NOT EQUAL TO SPACES
           OR  WS-PARM-HASTA NOT EQUAL TO SPACES
           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'SELECCION  CLAVE: ' WS-PARM-CLAVE
                  '  DESDE: ' WS-PARM-DESDE
                  '  HASTA: ' WS-PARM-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA
           END-IF

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'CLAVE' '  '
                  'FECHA     ' '  '
                  'MOVIMIENTO  ' '  '
                  'CAMPO       ' '  '
                  'LOTE'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES.

      *    CADA CAMBIO OCUPA DOS LINEAS: LA PRIMERA CON LA FECHA, EL
      *    MOVIMIENTO, EL CAMPO Y EL LOTE; LA SEGUNDA CON EL VALOR
      *    ANTERIOR Y EL NUEVO, QUE NO CABEN JUNTOS EN LA PRIMERA.
       9310-ESCRIBIR-CAMBIO.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE HIS-FECHA         TO AUX-FECHA-EVENTO

           MOVE SPACES TO WS-FECHA-EVENTO
           STRING AUX-EVE-DIA '/' AUX-EVE-MES '/' AUX-EVE-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-EVENTO

           EVALUATE TRUE
           WHEN HIS-ALTA
                 MOVE 'ALTA        ' TO WS-TIPO-EDITADO

           WHEN HIS-BAJA
                 MOVE 'BAJA        ' TO WS-TIPO-EDITADO

           WHEN HIS-MODIFICACION
                 MOVE 'MODIFICACION' TO WS-TIPO-EDITADO

           WHEN HIS-PROMOCION
                 MOVE 'PROMOCION   ' TO WS-TIPO-EDITADO

           WHEN OTHER
                 MOVE HIS-TIPO-MOV   TO WS-TIPO-EDITADO
           END-EVALUATE

           MOVE SPACES TO WS-LINEA-INFORME
           STRING HIS-CLAVE         '  '
                  WS-FECHA-EVENTO   '  '
                  WS-TIPO-EDITADO   '  '
                  HIS-CAMPO         '  '
                  HIS-LOTE
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           MOVE SPACES TO WS-LINEA-INFORME
           STRING '       DE: ' HIS-VALOR-ANTERIOR
                  '  A: '       HIS-VALOR-NUEVO
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 2 TO WS-LINEAS-PAGINA.

       9330-ESCRIBIR-TOTAL-EMPLEADO.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE WS-CAMBIOS-EMPLEADO TO WS-ED-CAMBIOS

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'TOTAL CAMBIOS DEL EMPLEADO ' WS-CLAVE-ANTERIOR
                  ': ' WS-ED-CAMBIOS
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 2 TO WS-LINEAS-PAGINA

           MOVE SPACES TO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE.

       9340-ESCRIBIR-TOTAL-GENERAL.
           MOVE CTR-SELECCIONADOS TO WS-ED-CAMBIOS

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'TOTAL DE CAMBIOS EN LA SELECCION: '
                  WS-ED-CAMBIOS
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES.

      *    EL PARM DE CONSULTA ES EL MISMO QUE EL DE PB0EC323 (CLAVE
      *    MAS RANGO DE FECHAS). UN SELECT OPTIONAL SIN FICHERO EN
      *    DISCO DEVUELVE FILE STATUS 05 EN EL OPEN (NO 00), PERO EL
      *    FICHERO QUEDA ABIERTO IGUALMENTE; HAY QUE CERRARLO EN AMBOS
      *    CASOS.
       9600-LEER-PARM-CONSULTA.
           OPEN INPUT PARM-FILE

           IF  FS-ERROR3 EQUAL TO ZEROS
           OR  FS-ERROR3 EQUAL TO 05
           READ PARM-FILE INTO WS-PARM-CONSULTA

           IF  FS-ERROR3 EQUAL TO ZEROS
           DISPLAY 'SELECCION DEL PARM  CLAVE: ' WS-PARM-CLAVE
                   ' DESDE: ' WS-PARM-DESDE
                   ' HASTA: ' WS-PARM-HASTA
           END-IF

           CLOSE PARM-FILE
           END-IF

           MOVE ZEROS TO FS-ERROR3.
