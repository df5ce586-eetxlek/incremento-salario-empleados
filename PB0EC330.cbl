      *                                                                *
      *  NOTA:        EL JCL CATALOGA EL FICHERO NUEVO EN EL SITIO     *
      *               DEL HISTORICO SOLO SI ESTE PASO TERMINA CON      *
      *               RETURN-CODE CERO. EL HISTORICO SE LEE EN ORDEN   *
      *               DE CLAVE Y TANTO EL ARCHIVO COMO EL FICHERO      *
      *               NUEVO SE CARGAN COMO INDEXADOS CON EL LAYOUT     *
      *               VAUDI Y LAS MISMAS CLAVES (EMPLEADO, FECHA Y     *
      *               SECUENCIA; CAMINO ALTERNATIVO POR FECHA), ASI    *
      *               QUE LOS ANOS ARCHIVADOS SIGUEN SIENDO            *
      *               CONSULTABLES CON PB0EC323 APUNTANDO LA CONSULTA  *
      *               AL FICHERO DE ARCHIVO. UN ANO DE CIERRE IGUAL O  *
      *               POSTERIOR AL ANO EN CURSO ES CASI SEGURO UN PARM *
      *               MAL TECLEADO Y SE CANCELA; CUALQUIER DESCUADRE   *
      *               ENTRE ENTRADA Y ARCHIVADO MAS RETENIDO DEVUELVE  *
      *               RETURN-CODE 1001 Y NO SE DEBE PROMOCIONAR EL     *
      *               CORTE.                                           *
      *                                                                *
      ******************************************************************

       FILE-CONTROL.
           SELECT AUDITORIA
                ASSIGN TO AUDITOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY  IS AUD-LLAVE-REG
                ALTERNATE RECORD KEY IS AUD-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR1.

           SELECT ARCHIVO-ANUAL
                ASSIGN TO ARCHIVO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY  IS ANU-LLAVE-REG
                ALTERNATE RECORD KEY IS ANU-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR2.

           SELECT AUDITORIA-NUEVA
                ASSIGN TO AUDINUEV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY  IS NUE-LLAVE-REG
                ALTERNATE RECORD KEY IS NUE-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR3.

           SELECT CONTROL-ARCHIVO
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

       FD  ARCHIVO-ANUAL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-ARCHIVO.
       01  REG-ARCHIVO.
           05  ANU-LLAVE-REG.
               10  ANU-REG-CLAVE    PIC X(05).
               10  ANU-REG-FECHA    PIC 9(08).
               10  ANU-REG-SECUENCIA PIC 9(04).
           05  FILLER               PIC X(73).

       FD  AUDITORIA-NUEVA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-NUEVA.
       01  REG-NUEVA.
           05  NUE-LLAVE-REG.
               10  NUE-REG-CLAVE    PIC X(05).
               10  NUE-REG-FECHA    PIC 9(08).
               10  NUE-REG-SECUENCIA PIC 9(04).
           05  FILLER               PIC X(73).

       FD  CONTROL-ARCHIVO
           LABEL RECORDS ARE STANDARD
       3000-PROCESO-EXIT.
           EXIT.

      *    EL STATUS 02 (FECHA YA PRESENTE EN LA CLAVE ALTERNATIVA,
      *    QUE ADMITE DUPLICADOS) ES UNA GRABACION CORRECTA.
       3100-ARCHIVAR-APUNTE.
           WRITE REG-ARCHIVO FROM WS-REG-AUDITORIA

           IF  FS-ERROR2 EQUAL TO ZEROS
           OR  FS-ERROR2 EQUAL TO 02
           ADD 1 TO CTR-ARCHIVADOS
           ADD AUD-IMPORTE TO WS-IMP-ARCHIVADO

           WRITE REG-NUEVA FROM WS-REG-AUDITORIA

           IF  FS-ERROR3 EQUAL TO ZEROS
           OR  FS-ERROR3 EQUAL TO 02
           ADD 1 TO CTR-RETENIDOS
           ADD AUD-IMPORTE TO WS-IMP-RETENIDO

