      *                                                                *
      *  OUTPUTS:     INFORME DE CUADRE                                *
      *               CONTROL DE EJECUCION MARCADO COMO COMPLETADO     *
      *               REGISTRO DEL PASO EN LA CADENA (VPASO, EXTEND)   *
      *                                                                *
      *  NOTA:        ADEMAS DE LOS TOTALES SE VERIFICA QUE EL NUMERO  *
      *               DE EJECUCION DEL CONTROL (VCTRE), EL DE LA       *
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR4.

           SELECT OPTIONAL REGISTRO-PASOS
                ASSIGN TO PASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR5.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS REG-CONTROL-EJEC.
       01  REG-CONTROL-EJEC         PIC X(20).

       FD  REGISTRO-PASOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PASO.
       01  REG-PASO                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-REG-PASO.
               COPY VPASO.

           05  WS-REG-TOTALES.
               COPY VTOTC.

           05  FS-ERROR2           PIC 99       VALUE ZEROS.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.
           05  FS-ERROR4           PIC 99       VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.

           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.
       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC321'.

           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO

           ACCEPT PAS-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-INICIO  FROM TIME

           OPEN INPUT  INTERFAZ-NOMINA
                       CONTROL-TOTALES
           OPEN I-O    CONTROL-EJEC
                  INFORME
           END-IF

           PERFORM 9700-GRABAR-PASO

           DISPLAY 'FIN DEL PROGRAMA PB0XC321'.

       7000-CUADRAR.
                  DISPLAY 'ERROR AL LEER CONTROL-TOTALES ' FS-ERROR2
                  SET ERRORES TO TRUE
           END-EVALUATE.

      *    CADA EJECUCION DEJA SU REGISTRO EN EL FICHERO PERMANENTE
      *    DE PASOS DE LA CADENA (VPASO), TAMBIEN CUANDO TERMINA CON
      *    ERRORES, PARA QUE PB0EC334 PUEDA RECONSTRUIR CADA NOCHE. UN
      *    FALLO AL GRABARLO SOLO SE AVISA: NO CAMBIA EL RETURN-CODE
      *    DEL PASO NI PARA LA CADENA.
       9700-GRABAR-PASO.
           MOVE 'PB0EC321'        TO PAS-PROGRAMA
           MOVE RETURN-CODE       TO PAS-RETURN-CODE
           MOVE CTR-INT-REGISTROS TO PAS-LEIDOS

           ACCEPT PAS-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-FIN  FROM TIME

           MOVE EJE-NUMERO        TO PAS-NUM-EJECUCION
           MOVE EJE-FECHA-NEGOCIO TO PAS-FECHA-NEGOCIO

           OPEN EXTEND REGISTRO-PASOS

           IF  FS-ERROR5 EQUAL TO ZEROS
           OR  FS-ERROR5 EQUAL TO 05
           WRITE REG-PASO FROM WS-REG-PASO

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           DISPLAY 'AVISO: ERROR AL GRABAR REGISTRO-PASOS ' FS-ERROR5
           END-IF

           CLOSE REGISTRO-PASOS

           ELSE
           DISPLAY 'AVISO: ERROR AL ABRIR REGISTRO-PASOS ' FS-ERROR5
           END-IF

           MOVE ZEROS TO FS-ERROR5.
