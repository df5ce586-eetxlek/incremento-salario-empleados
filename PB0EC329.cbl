      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO MAESTRO DE EMPLEADOS                     *
      *               TOTALES DE CONTROL DE LA NOCHE ANTERIOR (OPC)    *
      *               FICHERO DE CONTROL DE EJECUCION (OPC)            *
      *               PARM DE FECHA DE NEGOCIO (OPC)                   *
      *                                                                *
      *  OUTPUTS:     INFORME DE VERIFICACION                          *
      *               REGISTRO DEL PASO EN LA CADENA (VPASO, EXTEND)   *
      *                                                                *
      *  NOTA:        CUALQUIER ERROR ESTRUCTURAL O UNA DERIVA NO      *
      *               EXPLICADA EN RECUENTO O MASA SALARIAL DEVUELVE   *
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR3.

           SELECT OPTIONAL REGISTRO-PASOS
                ASSIGN TO PASOS
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
           DATA RECORD IS REG-INFORME.
       01  REG-INFORME              PIC X(80).

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

           05  WS-REG-CONTROL-EJEC.
               COPY VCTRE.

           05  WS-IO-REG-MAESTRO.
               COPY VEMPE.

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
       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC329'.

           ACCEPT PAS-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-INICIO  FROM TIME

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-INFORME

                  INFORME
           END-IF

           PERFORM 9700-GRABAR-PASO

           DISPLAY 'FIN DEL PROGRAMA PB0XC329'.

       7000-CONTRASTAR-TOTALES.
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

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

      *    CADA EJECUCION DEJA SU REGISTRO EN EL FICHERO PERMANENTE
      *    DE PASOS DE LA CADENA (VPASO), TAMBIEN CUANDO TERMINA CON
      *    ERRORES, PARA QUE PB0EC334 PUEDA RECONSTRUIR CADA NOCHE. UN
      *    FALLO AL GRABARLO SOLO SE AVISA: NO CAMBIA EL RETURN-CODE
      *    DEL PASO NI PARA LA CADENA.
       9700-GRABAR-PASO.
           MOVE 'PB0EC329'        TO PAS-PROGRAMA
           MOVE RETURN-CODE       TO PAS-RETURN-CODE
           MOVE CTR-LEIDOS        TO PAS-LEIDOS
           MOVE CTR-ERRONEOS      TO PAS-RECHAZADOS

           ACCEPT PAS-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-FIN  FROM TIME

           MOVE AUX-FECHA TO PAS-FECHA-NEGOCIO

           PERFORM 9710-NUMERO-EJECUCION

           OPEN EXTEND REGISTRO-PASOS

           IF  FS-ERROR4 EQUAL TO ZEROS
           OR  FS-ERROR4 EQUAL TO 05
           WRITE REG-PASO FROM WS-REG-PASO

           IF  FS-ERROR4 NOT EQUAL TO ZEROS
           DISPLAY 'AVISO: ERROR AL GRABAR REGISTRO-PASOS ' FS-ERROR4
           END-IF

           CLOSE REGISTRO-PASOS

           ELSE
           DISPLAY 'AVISO: ERROR AL ABRIR REGISTRO-PASOS ' FS-ERROR4
           END-IF

           MOVE ZEROS TO FS-ERROR4.

      *    ESTE PASO CORRE ANTES DE QUE PB0EC318 ABRA LA EJECUCION:
      *    SI EL CONTROL YA ES DE LA FECHA DE NEGOCIO (RELANZAMIENTO)
      *    EL PASO ES DE ESA EJECUCION; SI NO, ES DE LA SIGUIENTE, QUE
      *    ES LA QUE VA A ABRIR PB0EC318. SIN CONTROL CATALOGADO
      *    (PRIMERA NOCHE) LA EJECUCION ES LA 1.
       9710-NUMERO-EJECUCION.
           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO

           OPEN INPUT CONTROL-EJEC

           IF  FS-ERROR5 EQUAL TO ZEROS
           OR  FS-ERROR5 EQUAL TO 05
           READ CONTROL-EJEC INTO WS-REG-CONTROL-EJEC

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO
           END-IF

           CLOSE CONTROL-EJEC
           END-IF

           MOVE ZEROS TO FS-ERROR5

           IF  EJE-FECHA-NEGOCIO EQUAL TO PAS-FECHA-NEGOCIO
           MOVE EJE-NUMERO TO PAS-NUM-EJECUCION
           ELSE
           ADD 1 EJE-NUMERO GIVING PAS-NUM-EJECUCION
           END-IF.
