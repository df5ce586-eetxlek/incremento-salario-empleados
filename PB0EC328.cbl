      *                                                                *
      *  OUTPUTS:     INTERFAZ DE CORRECCION DE REENVIOS PARA NOMINA   *
      *               LISTADO DE CUADRE DE ACUSES                      *
      *               REGISTRO DEL PASO EN LA CADENA (VPASO, EXTEND)   *
      *                                                                *
      *  NOTA:        LOS ACUSES LLEGAN EN EL ORDEN DE CARGA, QUE ES   *
      *               EL ORDEN DE CLAVE DE LA INTERFAZ. LA SUBIDA      *
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR5.

           SELECT OPTIONAL REGISTRO-PASOS
                ASSIGN TO PASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR6.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS REG-LISTADO.
       01  REG-LISTADO              PIC X(80).

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

           05  WS-ACK-CLAVE        PIC X(05)    VALUE HIGH-VALUES.
           05  WS-ACK-ESTADO       PIC X(01)    VALUE SPACES.
           88  WS-ACK-ACEPTADO              VALUE 'A'.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.
           05  FS-ERROR4           PIC 99       VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.
           05  FS-ERROR6           PIC 99       VALUE ZEROS.

           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.
       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC328'.

           ACCEPT PAS-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-INICIO  FROM TIME

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
           WHEN IN-REG-CABECERA
                 SET HAY-CABECERA TO TRUE

      *          LOS ACUSES SON DE LA EJECUCION QUE GRABO LA INTERFAZ
      *          Y ES A ESA A LA QUE SE APUNTA ESTE PASO.
                 MOVE CAB-NUM-EJECUCION TO PAS-NUM-EJECUCION
                 MOVE CAB-FECHA         TO PAS-FECHA-NEGOCIO

                 PERFORM 9200-ESCRIBIR-CABECERA-REE

           WHEN IN-REG-DETALLE
                  LISTADO
           END-IF

           PERFORM 9700-GRABAR-PASO

           DISPLAY 'FIN DEL PROGRAMA PB0XC328'.

       9100-LEER-INTERFAZ.

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE.

      *    CADA EJECUCION DEJA SU REGISTRO EN EL FICHERO PERMANENTE
      *    DE PASOS DE LA CADENA (VPASO), TAMBIEN CUANDO TERMINA CON
      *    ERRORES, PARA QUE PB0EC334 PUEDA RECONSTRUIR CADA NOCHE. UN
      *    FALLO AL GRABARLO SOLO SE AVISA: NO CAMBIA EL RETURN-CODE
      *    DEL PASO NI PARA LA CADENA.
       9700-GRABAR-PASO.
           MOVE 'PB0EC328'        TO PAS-PROGRAMA
           MOVE RETURN-CODE       TO PAS-RETURN-CODE
           MOVE CTR-LEIDOS-ACUSES TO PAS-LEIDOS
           MOVE CTR-ACEPTADOS     TO PAS-APLICADOS
           MOVE CTR-RECHAZADOS    TO PAS-RECHAZADOS
           MOVE CTR-SIN-ACUSE     TO PAS-RETENIDOS
           MOVE CTR-REENVIADOS    TO PAS-GRABADOS

           ACCEPT PAS-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-FIN  FROM TIME

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
