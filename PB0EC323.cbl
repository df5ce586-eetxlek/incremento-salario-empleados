      *               DE AUDITORIA QUE GRABA PB0EC319 Y EDITA UN       *
      *               INFORME CON LOS EVENTOS DE SUBIDA DE CADA        *
      *               EMPLEADO: SALARIO ANTERIOR, IMPORTE, SALARIO     *
      *               NUEVO, TIPO DE SUBIDA Y SI SE APLICO (CON EL     *
      *               APROBADOR DE SEGUNDA FIRMA, SI LO HUBO) O SE     *
      *               RECHAZO (CON SU MOTIVO), MAS EL TOTAL DE         *
      *               INCREMENTOS CONCEDIDOS POR EMPLEADO              *
      *                                                                *
      *  TIPO:        BATCH/CONSULTA POR CLAVE                         *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               HISTORICO ACUMULATIVO DE AUDITORIA (PB0EC319)    *
      *  NOTA:        EL PARM ES OPCIONAL Y SUS CAMPOS TAMBIEN: CLAVE  *
      *               EN BLANCO SELECCIONA TODOS LOS EMPLEADOS Y UNA   *
      *               FECHA EN BLANCO O NO NUMERICA DEJA ABIERTO ESE   *
      *               EXTREMO DEL RANGO. EL HISTORICO ES INDEXADO POR  *
      *               CLAVE Y FECHA: CON CLAVE EN EL PARM SE POSICIONA *
      *               DIRECTAMENTE EN EL EMPLEADO (Y EN LA FECHA       *
      *               DESDE) Y SOLO SE LEEN SUS EVENTOS; SIN CLAVE SE  *
      *               RECORRE EL HISTORICO EN ORDEN DE CLAVE.          *
      *                                                                *
      ******************************************************************

       FILE-CONTROL.
           SELECT AUDITORIA
                ASSIGN TO AUDITOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY  IS AUD-LLAVE-REG
                ALTERNATE RECORD KEY IS AUD-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR1.

           SELECT INFORME
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR3.

       DATA DIVISION.

       FILE SECTION.
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

       FD  INFORME
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REG-PARM.
       01  REG-PARM                 PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-REG-AUDITORIA.
           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.

           05  SELECCION-SWITCH      PIC 9        VALUE ZEROS.
           88  EVENTO-SELECCIONADO            VALUE 1.
           88  EVENTO-DESCARTADO              VALUE 0.

           05  ERRORES-SWITCH      PIC 9        VALUE ZEROS.
           88  ERRORES                      VALUE 1.
           PERFORM 2000-INICIO

           IF  NOT ERRORES
           PERFORM 3000-POSICIONAR

           PERFORM 4000-EDICION
            THRU 4000-EDICION-EXIT
           END-IF

           PERFORM 8000-FIN
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF.

      *    EL HISTORICO VA EN ORDEN DE CLAVE, FECHA Y SECUENCIA, ASI
      *    QUE LOS EVENTOS DE CADA EMPLEADO YA SALEN AGRUPADOS. CON
      *    CLAVE EN EL PARM SE POSICIONA EN SU PRIMER EVENTO DESDE LA
      *    FECHA PEDIDA; SIN CLAVE, EN EL PRINCIPIO DEL FICHERO.
       3000-POSICIONAR.
           IF  WS-PARM-CLAVE EQUAL TO SPACES
           MOVE LOW-VALUES    TO AUD-LLAVE-REG

           ELSE
           MOVE WS-PARM-CLAVE TO AUD-REG-CLAVE
           MOVE ZEROS         TO AUD-REG-FECHA
                                 AUD-REG-SECUENCIA

           IF  WS-PARM-DESDE-N NUMERIC
           MOVE WS-PARM-DESDE-N TO AUD-REG-FECHA
           END-IF
           END-IF

           START AUDITORIA KEY IS NOT LESS THAN AUD-LLAVE-REG
             INVALID KEY
                SET END-OF-FILE TO TRUE
           END-START.

      *    LEE HASTA EL SIGUIENTE EVENTO QUE CUMPLE LA SELECCION. CON
      *    CLAVE EN EL PARM, EL PRIMER EVENTO DE OTRO EMPLEADO O UNO
      *    POSTERIOR A LA FECHA HASTA TERMINA LA LECTURA.
       3100-SIGUIENTE-EVENTO.
           SET EVENTO-DESCARTADO TO TRUE

           PERFORM 3110-FILTRAR-EVENTO
            THRU 3110-FILTRAR-EVENTO-EXIT
           UNTIL EVENTO-SELECCIONADO
              OR END-OF-FILE
              OR ERRORES.

       3110-FILTRAR-EVENTO.
           IF  NOT END-OF-FILE
           PERFORM 9100-LEER-AUDITORIA
           END-IF

           IF  NOT END-OF-FILE
           AND NOT ERRORES
           AND WS-PARM-CLAVE NOT EQUAL TO SPACES
           AND (AUD-CLAVE NOT EQUAL TO WS-PARM-CLAVE
             OR (WS-PARM-HASTA-N NUMERIC
             AND AUD-FECHA GREATER THAN WS-PARM-HASTA-N))
           SET END-OF-FILE TO TRUE
           END-IF

           IF  NOT END-OF-FILE
           AND NOT ERRORES
           AND (WS-PARM-DESDE-N NOT NUMERIC
             OR AUD-FECHA GREATER THAN OR EQUAL TO WS-PARM-DESDE-N)
           AND (WS-PARM-HASTA-N NOT NUMERIC
             OR AUD-FECHA LESS THAN OR EQUAL TO WS-PARM-HASTA-N)
           SET EVENTO-SELECCIONADO TO TRUE

           ADD 1 TO CTR-SELECCIONADOS
           END-IF.

       3110-FILTRAR-EVENTO-EXIT.
           EXIT.

       4000-EDICION.
           PERFORM 3100-SIGUIENTE-EVENTO

           IF  END-OF-FILE
           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'SIN MOVIMIENTOS PARA LA SELECCION PEDIDA'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           PERFORM 4100-EDITAR-EVENTO
            THRU 4100-EDITAR-EVENTO-EXIT
           UNTIL END-OF-FILE
              OR ERRORES

           IF  NOT ERRORES
                 ADD 1 TO CTR-RECHAZADOS
           END-EVALUATE

           PERFORM 3100-SIGUIENTE-EVENTO.

       4100-EDITAR-EVENTO-EXIT.
           EXIT.
           DISPLAY 'FIN DEL PROGRAMA PB0XC323'.

       9100-LEER-AUDITORIA.
           READ AUDITORIA NEXT RECORD INTO WS-REG-AUDITORIA

           EVALUATE FS-ERROR1
           WHEN ZEROS
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9300-ESCRIBIR-CABECERA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE ZEROS TO WS-LINEAS-PAGINA
           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA
           END-IF

           IF  AUD-APLICADO
           AND AUD-APROBADOR NOT EQUAL TO SPACES
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE SPACES TO WS-LINEA-INFORME
           STRING AUD-CLAVE '  '
                  'APROBADO POR: ' AUD-APROBADOR
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA
           END-IF.

