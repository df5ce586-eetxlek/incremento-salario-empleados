      *  TIPO:        BATCH/RETROCESO CON ACTUALIZACION POR CLAVE      *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               HISTORICO DE AUDITORIA (INDEXADO, INPUT/I-O)     *
      *               FICHERO MAESTRO DE EMPLEADOS (I-O)               *
      *               FICHERO DE CONTROL DE EJECUCION (OPCIONAL)       *
      *               PARM DE FECHA A RETROCEDER Y MODO DE EJECUCION   *
      *                                                                *
      *  OUTPUTS:     MAESTRO CON LOS SALARIOS RESTAURADOS             *
      *               APUNTES DE RETROCESO EN LA AUDITORIA             *
      *               FICHERO DE REVERSOS (PARA PB0EC332 EN MODO 'R')  *
      *               INTERFAZ DELTA DE CORRECCION PARA NOMINA         *
      *               TOTALES DE CONTROL DEL RETROCESO (SOLO DELTA)    *
      *               INFORME DE RETROCESO                             *
      *               RETROCESO SE GRABAN CON ALCANCE DELTA PARA QUE   *
      *               LA VERIFICACION NOCTURNA DEL MAESTRO SEPA QUE    *
      *               LOS TOTALES DE LA EJECUCION RETROCEDIDA YA NO    *
      *               VALEN COMO FOTO COMPLETA. EL FICHERO DE REVERSOS *
      *               SE CONSERVA AL TERMINAR: CON EL, PB0EC332 EN     *
      *               MODO 'R' CONTABILIZA LOS RETROCESOS DE ESTA      *
      *               EJECUCION.                                       *
      *                                                                *
      ******************************************************************


           SELECT AUDITORIA
                ASSIGN TO AUDITOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY  IS AUD-LLAVE-REG
                ALTERNATE RECORD KEY IS AUD-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR2.

           SELECT REVERSOS
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

       FD  REVERSOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-REVERSO.
       01  REG-REVERSO              PIC X(90).

       FD  INTERFAZ-NOMINA
           LABEL RECORDS ARE STANDARD
           05  WS-REG-REVERSO.
               10  REV-CLAVE          PIC X(05)    VALUE SPACES.
               10  REV-FECHA          PIC 9(08)    VALUE ZEROS.
               10  REV-SECUENCIA      PIC 9(04)    VALUE ZEROS.
               10  REV-SALARIO-ANT    PIC 9(09)V99 VALUE ZEROS.
               10  REV-IMPORTE        PIC S9(7)V99 VALUE ZEROS.
               10  REV-SALARIO-NUEVO  PIC 9(09)V99 VALUE ZEROS.
           PERFORM 9200-ESCRIBIR-CABECERA-INT
           END-IF

           PERFORM 2100-POSICIONAR-FECHA

           IF  NOT END-OF-FILE
           PERFORM 9100-LEER-AUDITORIA
           END-IF

           IF  END-OF-FILE
           SET EMPTY-FILE TO TRUE
           END-IF
           END-IF.

      *    EL HISTORICO ES INDEXADO CON CAMINO ALTERNATIVO POR FECHA:
      *    SE POSICIONA EN EL PRIMER APUNTE DE LA FECHA A RETROCEDER
      *    Y SOLO SE LEEN LOS APUNTES DE ESA FECHA.
       2100-POSICIONAR-FECHA.
           MOVE WS-FECHA-RETROCESO TO AUD-REG-FECHA

           START AUDITORIA KEY IS EQUAL TO AUD-REG-FECHA
             INVALID KEY
                SET END-OF-FILE TO TRUE
           END-START.

      *    SOLO SE RETROCEDEN LOS APUNTES APLICADOS DE LA FECHA
      *    PEDIDA; LOS RECHAZADOS NO TOCARON EL MAESTRO Y LOS
      *    RETROCESOS ANTERIORES (ESTADO 'V') NO SE RETROCEDEN.
           END-IF.

      *    LOS APUNTES DE RETROCESO SE ACUMULAN EN UN FICHERO DE
      *    TRABAJO MIENTRAS LA AUDITORIA SIGUE ABIERTA EN LECTURA
      *    (UN RETROCESO DEL MISMO DIA NO DEBE APARECER EN LA PROPIA
      *    LECTURA POR FECHA); AL TERMINAR SE REABRE LA AUDITORIA EN
      *    I-O Y SE GRABAN POR CLAVE, COMO HACE PB0EC319 CON LOS SUYOS.
       7000-VOLCAR-REVERSOS.
           CLOSE AUDITORIA
                  REVERSOS

           OPEN I-O    AUDITORIA
           OPEN INPUT  REVERSOS

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
                  REVERSOS
           END-IF.

      *    LA SECUENCIA DEL APUNTE SE BUSCA IGUAL QUE EN PB0EC319: LA
      *    PRIMERA LIBRE DEL EMPLEADO EN LA FECHA DEL RETROCESO.
       7100-VOLCAR-REVERSO.
           MOVE ZEROS TO REV-SECUENCIA
           MOVE 22    TO FS-ERROR2

           PERFORM 7150-ESCRIBIR-REVERSO
            THRU 7150-ESCRIBIR-REVERSO-EXIT
           UNTIL FS-ERROR2 NOT EQUAL TO 22
              OR REV-SECUENCIA EQUAL TO 9999

      *    EL STATUS 02 (FECHA YA PRESENTE EN LA CLAVE ALTERNATIVA,
      *    QUE ADMITE DUPLICADOS) ES UNA GRABACION CORRECTA.
           IF  FS-ERROR2 EQUAL TO ZEROS
           OR  FS-ERROR2 EQUAL TO 02
           ADD 1 TO CTR-VOLCADOS

           ELSE
       7100-VOLCAR-REVERSO-EXIT.
           EXIT.

       7150-ESCRIBIR-REVERSO.
           ADD 1 TO REV-SECUENCIA

           WRITE REG-AUDITORIA FROM WS-REG-REVERSO.

       7150-ESCRIBIR-REVERSO-EXIT.
           EXIT.

       8000-FIN.
           IF  EMPTY-FILE
           DISPLAY 'NINGUN APUNTE DE AUDITORIA EN LA FECHA, NADA '
                   'QUE RETROCEDER'

           ELSE
           IF  ERRORES

           DISPLAY 'FIN DEL PROGRAMA PB0XC324'.

      *    LEYENDO POR LA CLAVE ALTERNATIVA DE FECHA, EL STATUS 02
      *    SOLO AVISA DE QUE EL SIGUIENTE APUNTE ES DE LA MISMA FECHA.
       9100-LEER-AUDITORIA.
           READ AUDITORIA NEXT RECORD INTO WS-REG-AUDITORIA

           EVALUATE FS-ERROR2
           WHEN ZEROS
           WHEN 02
                  IF  AUD-FECHA NOT EQUAL TO WS-FECHA-RETROCESO
                  SET END-OF-FILE TO TRUE

                  ELSE
                  ADD 1 TO CTR-LEIDOS
                  END-IF

           WHEN 10
                  SET END-OF-FILE TO TRUE
       9370-GRABAR-REVERSO.
           MOVE AUD-CLAVE         TO REV-CLAVE
           MOVE WS-FECHA-PROCESO  TO REV-FECHA
           MOVE ZEROS             TO REV-SECUENCIA
           MOVE AUD-SALARIO-NUEVO TO REV-SALARIO-ANT

           COMPUTE REV-IMPORTE = ZERO - AUD-IMPORTE
