      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO DE SUBIDAS RECHAZADAS (SELLADO)          *
      *               FICHERO DE CONTROL DE EJECUCION (OPC)            *
      *                                                                *
      *  OUTPUTS:     FICHERO DE SUBIDAS RECICLADAS (PARA PB0EC318)    *
      *               FICHERO DE RECHAZADAS PENDIENTES                 *
      *               LISTADO DE RECICLAJE Y ESCALADO                  *
      *               REGISTRO DEL PASO EN LA CADENA (VPASO, EXTEND)   *
      *                                                                *
      *  NOTA:        SI HAY REGISTROS ESCALADOS SE DEVUELVE           *
      *               RETURN-CODE 4 PARA QUE PLANIFICACION AVISE AL    *
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR5.

           SELECT OPTIONAL REGISTRO-PASOS
                ASSIGN TO PASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR6.

           SELECT OPTIONAL CONTROL-EJEC
                ASSIGN TO CTRLEJE
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR7.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS REG-PARM.
       01  REG-PARM                 PIC X(09).

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

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-REG-PASO.
               COPY VPASO.

           05  WS-REG-CONTROL-EJEC.
               COPY VCTRE.

           05  WS-REG-RECHAZO.
               COPY VRECH.

           05  FS-ERROR3           PIC 99       VALUE ZEROS.
           05  FS-ERROR4           PIC 99       VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.
           05  FS-ERROR6           PIC 99       VALUE ZEROS.
           05  FS-ERROR7           PIC 99       VALUE ZEROS.

           05  WS-PARM-FECHA.
           10  WS-PARM-ANO         PIC 9(4)     VALUE ZEROS.
       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC322'.

           ACCEPT PAS-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-INICIO  FROM TIME

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM
                  LISTADO
           END-IF

           PERFORM 9700-GRABAR-PASO

           DISPLAY 'FIN DEL PROGRAMA PB0XC322'.

       9100-LEER-RECHAZADAS.
           END-IF

           MOVE ZEROS TO FS-ERROR5.

      *    CADA EJECUCION DEJA SU REGISTRO EN EL FICHERO PERMANENTE
      *    DE PASOS DE LA CADENA (VPASO), TAMBIEN CUANDO TERMINA CON
      *    ERRORES, PARA QUE PB0EC334 PUEDA RECONSTRUIR CADA NOCHE. UN
      *    FALLO AL GRABARLO SOLO SE AVISA: NO CAMBIA EL RETURN-CODE
      *    DEL PASO NI PARA LA CADENA.
       9700-GRABAR-PASO.
           MOVE 'PB0EC322'        TO PAS-PROGRAMA
           MOVE RETURN-CODE       TO PAS-RETURN-CODE
           MOVE CTR-LEIDOS        TO PAS-LEIDOS
           MOVE CTR-RECICLADOS    TO PAS-APLICADOS
           MOVE CTR-ESCALADOS     TO PAS-RECHAZADOS
           MOVE CTR-PENDIENTES    TO PAS-RETENIDOS
           COMPUTE PAS-GRABADOS = CTR-RECICLADOS + CTR-PENDIENTES

           ACCEPT PAS-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-FIN  FROM TIME

           MOVE AUX-FECHA TO PAS-FECHA-NEGOCIO

           PERFORM 9710-NUMERO-EJECUCION

           OPEN EXTEND REGISTRO-PASOS

           IF  FS-ERROR6 EQUAL TO ZEROS
           OR  FS-ERROR6 EQUAL TO 05
           WRITE REG-PASO FROM WS-REG-PASO

           IF  FS-ERROR6 NOT EQUAL TO ZEROS
           DISPLAY 'AVISO: ERROR AL GRABAR REGISTRO-PASOS ' FS-ERROR6
           END-IF

           CLOSE REGISTRO-PASOS

           ELSE
           DISPLAY 'AVISO: ERROR AL ABRIR REGISTRO-PASOS ' FS-ERROR6
           END-IF

           MOVE ZEROS TO FS-ERROR6.

      *    ESTE PASO CORRE ANTES DE QUE PB0EC318 ABRA LA EJECUCION:
      *    SI EL CONTROL YA ES DE LA FECHA DE NEGOCIO (RELANZAMIENTO)
      *    EL PASO ES DE ESA EJECUCION; SI NO, ES DE LA SIGUIENTE, QUE
      *    ES LA QUE VA A ABRIR PB0EC318. SIN CONTROL CATALOGADO
      *    (PRIMERA NOCHE) LA EJECUCION ES LA 1.
       9710-NUMERO-EJECUCION.
           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO

           OPEN INPUT CONTROL-EJEC

           IF  FS-ERROR7 EQUAL TO ZEROS
           OR  FS-ERROR7 EQUAL TO 05
           READ CONTROL-EJEC INTO WS-REG-CONTROL-EJEC

           IF  FS-ERROR7 NOT EQUAL TO ZEROS
           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO
           END-IF

           CLOSE CONTROL-EJEC
           END-IF

           MOVE ZEROS TO FS-ERROR7

           IF  EJE-FECHA-NEGOCIO EQUAL TO PAS-FECHA-NEGOCIO
           MOVE EJE-NUMERO TO PAS-NUM-EJECUCION
           ELSE
           ADD 1 EJE-NUMERO GIVING PAS-NUM-EJECUCION
           END-IF.
