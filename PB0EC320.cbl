      *               FICHERO DE CONTROL DE EJECUCION (DE PB0EC318)    *
      *                                                                *
      *  OUTPUTS:     INTERFAZ DELTA DE NOMINA                         *
      *               REGISTRO DEL PASO EN LA CADENA (VPASO, EXTEND)   *
      *                                                                *
      *  NOTA:        EN LAS TIRADAS EN MODO DIRECTO LA SALIDA YA      *
      *               SOLO TRAE LOS REGISTROS MODIFICADOS; EL CRUCE    *
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR6.

           SELECT OPTIONAL REGISTRO-PASOS
                ASSIGN TO PASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR7.

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

           05  WS-IO-REG-MAESTRO.
               COPY VEMPE.

           05  FS-ERROR4           PIC 99       VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.
           05  FS-ERROR6           PIC 99       VALUE ZEROS.
           05  FS-ERROR7           PIC 99       VALUE ZEROS.

           05  WS-ATR-CLAVE        PIC X(05)    VALUE HIGH-VALUES.
           05  WS-ATR-IMPORTE      PIC 9(07)V99 VALUE ZEROS.
       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC320'.

           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO

           ACCEPT PAS-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-INICIO  FROM TIME

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM
                  INTERFAZ-NOMINA
           END-IF

           PERFORM 9700-GRABAR-PASO

           DISPLAY 'FIN DEL PROGRAMA PB0XC320'.

       9000-LEER-ENTRADA.
           END-IF

           MOVE ZEROS TO FS-ERROR3.

      *    CADA EJECUCION DEJA SU REGISTRO EN EL FICHERO PERMANENTE
      *    DE PASOS DE LA CADENA (VPASO), TAMBIEN CUANDO TERMINA CON
      *    ERRORES, PARA QUE PB0EC334 PUEDA RECONSTRUIR CADA NOCHE. UN
      *    FALLO AL GRABARLO SOLO SE AVISA: NO CAMBIA EL RETURN-CODE
      *    DEL PASO NI PARA LA CADENA.
       9700-GRABAR-PASO.
           MOVE 'PB0EC320'        TO PAS-PROGRAMA
           MOVE RETURN-CODE       TO PAS-RETURN-CODE
           MOVE CTR-LEIDOS        TO PAS-LEIDOS
           MOVE CTR-GRABADOS      TO PAS-GRABADOS

           ACCEPT PAS-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-FIN  FROM TIME

           MOVE WS-FECHA-NEGOCIO TO PAS-FECHA-NEGOCIO

      *    SI EL CONTROL ES DE OTRA FECHA (LA EJECUCION NO SE LLEGO A
      *    ABRIR O EL FICHERO ESTA MAL CATALOGADO) EL PASO ES DE LA
      *    EJECUCION SIGUIENTE, QUE ES LA QUE TOCABA ABRIR HOY.
           IF  EJE-FECHA-NEGOCIO EQUAL TO PAS-FECHA-NEGOCIO
           MOVE EJE-NUMERO TO PAS-NUM-EJECUCION
           ELSE
           ADD 1 EJE-NUMERO GIVING PAS-NUM-EJECUCION
           END-IF

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
