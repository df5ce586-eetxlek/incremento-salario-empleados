      ******************************************************************
      *  DESCRIPCION: CARGA DEL HISTORICO DE AUDITORIA EN INDEXADO     *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA CONVIERTE UNA SOLA VEZ EL          *
      *               HISTORICO ACUMULATIVO DE AUDITORIA SECUENCIAL    *
      *               (LAYOUT ANTIGUO DE 86 BYTES) EN EL HISTORICO     *
      *               INDEXADO POR EMPLEADO, FECHA Y SECUENCIA (VAUDI  *
      *               DE 90 BYTES), Y DEMUESTRA QUE LA CARGA NO PERDIO *
      *               NADA: RELEE EL INDEXADO ENTERO Y CONTRASTA       *
      *               RECUENTOS Y SUMA DE IMPORTES CONTRA LA ENTRADA   *
      *                                                                *
      *  TIPO:        BATCH/CONVERSION DE FICHERO                      *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               HISTORICO DE AUDITORIA SECUENCIAL (86 BYTES)     *
      *                                                                *
      *  OUTPUTS:     HISTORICO DE AUDITORIA INDEXADO (VAUDI)          *
      *                                                                *
      *  NOTA:        EL HISTORICO SECUENCIAL VA EN ORDEN DE           *
      *               EJECUCION, ASI QUE EL INDEXADO SE CARGA POR      *
      *               CLAVE. LA SECUENCIA DE CADA APUNTE ES LA PRIMERA *
      *               LIBRE DEL EMPLEADO EN SU FECHA, DE MODO QUE      *
      *               VARIOS APUNTES DE UN EMPLEADO EN LA MISMA FECHA  *
      *               CONSERVAN EL ORDEN EN QUE SE GRABARON. EL JCL    *
      *               SOLO DEBE CATALOGAR EL INDEXADO EN EL SITIO DEL  *
      *               HISTORICO SI ESTE PASO TERMINA CON RETURN-CODE   *
      *               CERO; CUALQUIER DESCUADRE DE RECUENTO O DE       *
      *               IMPORTES ENTRE LO LEIDO, LO GRABADO Y LO RELEIDO *
      *               DEVUELVE RETURN-CODE 1001.                       *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PB0EC335.
       AUTHOR.     ESTIBALIZ (ORIZON).
       DATE-WRITTEN.  OCTUBRE, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-ANTIGUA
                ASSIGN TO AUDIANT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR1.

           SELECT AUDITORIA
                ASSIGN TO AUDITOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY  IS AUD-LLAVE-REG
                ALTERNATE RECORD KEY IS AUD-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR2.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDITORIA-ANTIGUA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS REG-ANTIGUA.
       01  REG-ANTIGUA              PIC X(86).

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-REG-AUDITORIA.
               COPY VAUDI.

      *    APUNTE DEL HISTORICO SECUENCIAL: EL LAYOUT VAUDI ANTERIOR
      *    A LA SECUENCIA, CON NOMBRES PROPIOS PARA PODER PASARLO
      *    CAMPO A CAMPO AL LAYOUT NUEVO.
           05  WS-REG-ANTIGUA.
               10  ANT-CLAVE          PIC X(05)    VALUE SPACES.
               10  ANT-FECHA          PIC 9(08)    VALUE ZEROS.
               10  ANT-SALARIO-ANT    PIC 9(09)V99 VALUE ZEROS.
               10  ANT-IMPORTE        PIC S9(7)V99 VALUE ZEROS.
               10  ANT-SALARIO-NUEVO  PIC 9(09)V99 VALUE ZEROS.
               10  ANT-TIPO-SUBIDA    PIC X(01)    VALUE SPACES.
               10  ANT-ESTADO         PIC X(01)    VALUE SPACES.
               10  ANT-MOTIVO         PIC X(40)    VALUE SPACES.

           05  WS-IMP-LEIDO           PIC S9(11)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-IMP-GRABADO         PIC S9(11)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-IMP-RELEIDO         PIC S9(11)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.

           05  CTR-LEIDOS          PIC S9(9) COMP-3   VALUE ZEROS.
           05  CTR-GRABADOS        PIC S9(9) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-RELEIDOS        PIC S9(9) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-SECUENCIADOS    PIC S9(9) PACKED-DECIMAL VALUE ZEROS.

           05  FS-ERROR1           PIC 99       VALUE ZEROS.
           05  FS-ERROR2           PIC 99       VALUE ZEROS.

           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.

           05  FIN-RELECTURA-SWITCH  PIC 9        VALUE ZEROS.
           88  FIN-RELECTURA                  VALUE 1.

           05  EMPTY-FILE-SWITCH     PIC 9        VALUE ZEROS.
           88  EMPTY-FILE                     VALUE 1.

           05  DESCUADRE-SWITCH      PIC 9        VALUE ZEROS.
           88  DESCUADRE                      VALUE 1.

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
           PERFORM 5000-RELEER-INDEXADO
           END-IF

           PERFORM 8000-FIN

           STOP RUN.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC335'.

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           OPEN INPUT  AUDITORIA-ANTIGUA
           OPEN OUTPUT AUDITORIA

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR AUDITORIA-ANTIGUA ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR AUDITORIA ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 9100-LEER-ANTIGUA

           IF  END-OF-FILE
           SET EMPTY-FILE TO TRUE
           END-IF
           END-IF.

       3000-PROCESO.
           ADD ANT-IMPORTE TO WS-IMP-LEIDO

           MOVE ANT-CLAVE         TO AUD-CLAVE
           MOVE ANT-FECHA         TO AUD-FECHA
           MOVE ANT-SALARIO-ANT   TO AUD-SALARIO-ANT
           MOVE ANT-IMPORTE       TO AUD-IMPORTE
           MOVE ANT-SALARIO-NUEVO TO AUD-SALARIO-NUEVO
           MOVE ANT-TIPO-SUBIDA   TO AUD-TIPO-SUBIDA
           MOVE ANT-ESTADO        TO AUD-ESTADO
           MOVE ANT-MOTIVO        TO AUD-MOTIVO

           PERFORM 3100-GRABAR-APUNTE

           PERFORM 9100-LEER-ANTIGUA.

       3000-PROCESO-EXIT.
           EXIT.

      *    LA CLAVE ES EMPLEADO, FECHA Y SECUENCIA: SE PRUEBA CON LA
      *    SECUENCIA 1 Y, SI YA HAY APUNTE DEL EMPLEADO EN LA FECHA
      *    (CLAVE DUPLICADA), CON LA SIGUIENTE, IGUAL QUE PB0EC319.
       3100-GRABAR-APUNTE.
           MOVE ZEROS TO AUD-SECUENCIA
           MOVE 22    TO FS-ERROR2

           PERFORM 3150-ESCRIBIR-APUNTE
            THRU 3150-ESCRIBIR-APUNTE-EXIT
           UNTIL FS-ERROR2 NOT EQUAL TO 22
              OR AUD-SECUENCIA EQUAL TO 9999

      *    EL STATUS 02 (FECHA YA PRESENTE EN LA CLAVE ALTERNATIVA,
      *    QUE ADMITE DUPLICADOS) ES UNA GRABACION CORRECTA.
           IF  FS-ERROR2 EQUAL TO ZEROS
           OR  FS-ERROR2 EQUAL TO 02
           ADD 1 TO CTR-GRABADOS
           ADD AUD-IMPORTE TO WS-IMP-GRABADO

           IF  AUD-SECUENCIA GREATER THAN 1
           ADD 1 TO CTR-SECUENCIADOS
           END-IF

           ELSE
           DISPLAY 'ERROR AL GRABAR AUDITORIA ' FS-ERROR2
                   ' CLAVE ' AUD-CLAVE ' FECHA ' AUD-FECHA
           SET ERRORES TO TRUE
           END-IF.

       3150-ESCRIBIR-APUNTE.
           ADD 1 TO AUD-SECUENCIA

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.

       3150-ESCRIBIR-APUNTE-EXIT.
           EXIT.

      *    LA PRUEBA DE LA CARGA NO SE FIA DE LOS CONTADORES DE
      *    GRABACION: SE CIERRA EL INDEXADO, SE REABRE EN LECTURA Y
      *    SE RECORRE ENTERO EN ORDEN DE CLAVE.
       5000-RELEER-INDEXADO.
           CLOSE AUDITORIA

           OPEN INPUT AUDITORIA

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL REABRIR AUDITORIA ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 9200-LEER-INDEXADO

           PERFORM 5100-CONTAR-APUNTE
            THRU 5100-CONTAR-APUNTE-EXIT
           UNTIL FIN-RELECTURA
              OR ERRORES
           END-IF.

       5100-CONTAR-APUNTE.
           ADD 1 TO CTR-RELEIDOS
           ADD AUD-IMPORTE TO WS-IMP-RELEIDO

           PERFORM 9200-LEER-INDEXADO.

       5100-CONTAR-APUNTE-EXIT.
           EXIT.

      *    LA CONVERSION SOLO SE DA POR BUENA SI LO LEIDO, LO GRABADO
      *    Y LO RELEIDO COINCIDEN EN RECUENTO Y EN SUMA DE IMPORTES.
       7000-VERIFICAR-CARGA.
           IF  CTR-GRABADOS NOT EQUAL TO CTR-LEIDOS
           OR  CTR-RELEIDOS NOT EQUAL TO CTR-LEIDOS
           SET DESCUADRE TO TRUE

           DISPLAY 'DESCUADRE DE RECUENTO: LEIDOS ' CTR-LEIDOS
                   ' GRABADOS ' CTR-GRABADOS
                   ' RELEIDOS ' CTR-RELEIDOS
           END-IF

           IF  WS-IMP-GRABADO NOT EQUAL TO WS-IMP-LEIDO
           OR  WS-IMP-RELEIDO NOT EQUAL TO WS-IMP-LEIDO
           SET DESCUADRE TO TRUE

           DISPLAY 'DESCUADRE DE IMPORTES: LEIDO ' WS-IMP-LEIDO
                   ' GRABADO ' WS-IMP-GRABADO
                   ' RELEIDO ' WS-IMP-RELEIDO
           END-IF.

       8000-FIN.
           IF  EMPTY-FILE
           DISPLAY 'HISTORICO SECUENCIAL VACIO, EL INDEXADO QUEDA VACIO'
           END-IF

           IF  NOT ERRORES
           PERFORM 7000-VERIFICAR-CARGA
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
                 DISPLAY '//LA CARGA NO///////'
                 DISPLAY '//CUADRA, NO SE/////'
                 DISPLAY '//PROMOCIONA////////'

                 MOVE 1001 TO RETURN-CODE

           ELSE
                 DISPLAY '********************'
                 DISPLAY '***EJECUCION OK*****'
                 DISPLAY '***CARGA CUADRADA***'
                 DISPLAY '********************'
                 DISPLAY 'LEIDOS SECUENCIAL ' CTR-LEIDOS
                 DISPLAY 'GRABADOS INDEXADO ' CTR-GRABADOS
                 DISPLAY 'RELEIDOS INDEXADO ' CTR-RELEIDOS
                 DISPLAY 'CON SECUENCIA > 1 ' CTR-SECUENCIADOS
                 DISPLAY 'IMPORTE LEIDO     ' WS-IMP-LEIDO
                 DISPLAY 'IMPORTE RELEIDO   ' WS-IMP-RELEIDO
           END-IF
           END-IF

           IF NOT ERRORES
           CLOSE AUDITORIA-ANTIGUA
                  AUDITORIA
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC335'.

       9100-LEER-ANTIGUA.
           READ AUDITORIA-ANTIGUA INTO WS-REG-ANTIGUA

           EVALUATE FS-ERROR1
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS

           WHEN 10
                  SET END-OF-FILE TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER AUDITORIA-ANTIGUA ' FS-ERROR1
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9200-LEER-INDEXADO.
           READ AUDITORIA NEXT RECORD INTO WS-REG-AUDITORIA

           EVALUATE FS-ERROR2
           WHEN ZEROS
                  CONTINUE

           WHEN 10
                  SET FIN-RELECTURA TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL RELEER AUDITORIA ' FS-ERROR2
                  SET ERRORES TO TRUE
           END-EVALUATE.
