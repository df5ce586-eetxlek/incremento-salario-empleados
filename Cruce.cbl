      *               FICHERO DE SUBIDAS PENDIENTES (EFECTO FUTURO)    *
      *               FICHERO DE ATRASOS POR SUBIDAS RETROACTIVAS      *
      *               FICHERO DE CAMBIOS (PARA LA INTERFAZ DELTA)      *
      *               HISTORICO DE AUDITORIA (VAUDI, INDEXADO)         *
      *               TOTALES DE CONTROL (PARA EL CUADRE PB0EC321)     *
      *               INFORME IMPRESO DE INCREMENTOS POR EMPLEADO      *
      *               REGISTRO DEL PASO EN LA CADENA (VPASO, EXTEND)   *
      *                                                                *
      *  NOTA:        LAS SUBIDAS SE ACUMULAN POR EMPLEADO Y SE        *
      *               VALIDAN CONTRA LA POLITICA DE INCREMENTO MAXIMO  *
      *               Y EL PRESUPUESTO DEL DEPARTAMENTO ANTES DE       *
      *               APLICARSE AL MAESTRO. EL MODO DEL PARM PERMITE   *
      *               SIMULAR ('S') O ACTUALIZAR POR CLAVE ('D') PARA  *
      *               TIRADAS CORTAS. EL APUNTE DE AUDITORIA DE UNA    *
      *               SUBIDA APLICADA LLEVA EL APROBADOR DE SEGUNDA    *
      *               FIRMA QUE SELLO PB0EC318, SI LO HUBO.            *
      *                                                                *
      ******************************************************************


           SELECT OPTIONAL AUDITORIA
                ASSIGN TO AUDITOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY  IS AUD-LLAVE-REG
                ALTERNATE RECORD KEY IS AUD-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR10.

           SELECT PENDIENTES-SAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR15.

           SELECT OPTIONAL REGISTRO-PASOS
                ASSIGN TO PASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR16.

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

       FD  PENDIENTES-SAL
           LABEL RECORDS ARE STANDARD
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
      
           05  HUBO-SUBIDA-PCT-SWITCH   PIC 9      VALUE ZEROS.
           88  HUBO-SUBIDA-PCT                   VALUE 1.

           05  WS-APROBADOR-SUBIDA      PIC X(08)  VALUE SPACES.

           05  WS-LINEA-INFORME       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-INFORME       PIC X(10)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  FS-ERROR13          PIC 99       VALUE ZEROS.
           05  FS-ERROR14          PIC 99       VALUE ZEROS.
           05  FS-ERROR15          PIC 99       VALUE ZEROS.
           05  FS-ERROR16          PIC 99       VALUE ZEROS.

           05  WS-TOTAL-SALARIOS   PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
      
       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC319'.

           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO

           ACCEPT PAS-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-INICIO  FROM TIME
      
           ACCEPT AUX-FECHA FROM DATE YYYYMMDD
           ACCEPT AUX-HOR   FROM TIME
           SET ERRORES TO TRUE
           END-IF

      *    LA AUDITORIA ES UN HISTORICO ACUMULATIVO INDEXADO: SE ABRE
      *    SIEMPRE EN I-O PARA QUE CREZCA DE EJECUCION EN EJECUCION
      *    (SI NO EXISTE SE CREA VACIO). UNA SIMULACION NO DEJA RASTRO
      *    EN EL HISTORICO.
           IF  NOT MODO-SIMULACION
           OPEN I-O AUDITORIA

           IF  FS-ERROR10 NOT EQUAL TO ZEROS
           AND FS-ERROR10 NOT EQUAL TO 05
           MOVE ZEROS         TO HUBO-SUBIDA-FIJA-SWITCH
           MOVE ZEROS         TO HUBO-SUBIDA-PCT-SWITCH
           MOVE ZEROS         TO WS-IMPORTE-ATRASOS
           MOVE SPACES        TO WS-APROBADOR-SUBIDA

           PERFORM 3110-ACUMULAR-SUBIDA
            THRU 3110-ACUMULAR-SUBIDA-EXIT
           ELSE
           MOVE ZEROS TO WS-SUBIDA-PARCIAL

      *    SI VARIAS SUBIDAS DEL GRUPO TRAEN SEGUNDA FIRMA, EL APUNTE
      *    DE AUDITORIA (UNO POR EMPLEADO) GUARDA LA ULTIMA.
           IF  WS-IN-APROBADOR NOT EQUAL TO SPACES
           MOVE WS-IN-APROBADOR TO WS-APROBADOR-SUBIDA
           END-IF

           EVALUATE TRUE
           WHEN WS-IN-SUBIDA-IMPORTE-FIJO
                 MOVE WS-IN-SUBIDA TO WS-SUBIDA-PARCIAL
           MOVE ZEROS         TO HUBO-SUBIDA-FIJA-SWITCH
           MOVE ZEROS         TO HUBO-SUBIDA-PCT-SWITCH
           MOVE ZEROS         TO WS-IMPORTE-ATRASOS
           MOVE SPACES        TO WS-APROBADOR-SUBIDA

           PERFORM 3110-ACUMULAR-SUBIDA
            THRU 3110-ACUMULAR-SUBIDA-EXIT
           END-EVALUATE
           END-IF

      *    UNA SIMULACION NO ES UN PASO DE LA CADENA Y NO SE REGISTRA.
           IF  NOT MODO-SIMULACION
           PERFORM 9700-GRABAR-PASO
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC319'.
      
       9000-LEER-MAESTRO.
           IF  INCREMENTO-VALIDO
           SET AUD-APLICADO TO TRUE
           MOVE SPACES TO AUD-MOTIVO
           MOVE WS-APROBADOR-SUBIDA TO AUD-APROBADOR

           ELSE
           SET AUD-RECHAZADO TO TRUE
           MOVE WS-MOTIVO-RECHAZO TO AUD-MOTIVO
           END-IF

      *    LA CLAVE ES EMPLEADO, FECHA Y SECUENCIA: SE PRUEBA CON LA
      *    SECUENCIA 1 Y, SI YA HAY APUNTE DEL EMPLEADO EN LA FECHA
      *    (CLAVE DUPLICADA), CON LA SIGUIENTE.
           MOVE ZEROS TO AUD-SECUENCIA
           MOVE 22    TO FS-ERROR10

           PERFORM 9375-ESCRIBIR-AUDITORIA
            THRU 9375-ESCRIBIR-AUDITORIA-EXIT
           UNTIL FS-ERROR10 NOT EQUAL TO 22
              OR AUD-SECUENCIA EQUAL TO 9999

      *    EL STATUS 02 (FECHA YA PRESENTE EN LA CLAVE ALTERNATIVA,
      *    QUE ADMITE DUPLICADOS) ES UNA GRABACION CORRECTA.
           IF  FS-ERROR10 NOT EQUAL TO ZEROS
           AND FS-ERROR10 NOT EQUAL TO 02
           DISPLAY 'ERROR AL GRABAR AUDITORIA ' FS-ERROR10
           SET ERRORES TO TRUE
           END-IF.

       9375-ESCRIBIR-AUDITORIA.
           ADD 1 TO AUD-SECUENCIA

           WRITE REG-AUDITORIA FROM WS-REG-AUDITORIA.

       9375-ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

      *    CADA RECHAZO SE SELLA CON SU MOTIVO, LA FECHA DE LA
      *    EJECUCION QUE LO RECHAZO Y EL CONTADOR DE CICLOS QUE
      *    ARRASTRA EL REGISTRO, PARA QUE PB0EC322 PUEDA RECICLARLO

       9560-RESTAURAR-PRESUP-EXIT.
           EXIT.
      
      *    CADA EJECUCION DEJA SU REGISTRO EN EL FICHERO PERMANENTE
      *    DE PASOS DE LA CADENA (VPASO), TAMBIEN CUANDO TERMINA CON
      *    ERRORES, PARA QUE PB0EC334 PUEDA RECONSTRUIR CADA NOCHE. UN
      *    FALLO AL GRABARLO SOLO SE AVISA: NO CAMBIA EL RETURN-CODE
      *    DEL PASO NI PARA LA CADENA.
       9700-GRABAR-PASO.
           MOVE 'PB0EC319'        TO PAS-PROGRAMA
           MOVE RETURN-CODE       TO PAS-RETURN-CODE
           MOVE CTR-LEIDOS-SUBIDAS TO PAS-LEIDOS
           MOVE CTR-MODIFICADOS   TO PAS-APLICADOS
           COMPUTE PAS-RECHAZADOS = CTR-RECHAZADOS
                                  + CTR-RECHAZADOS-POLITICA
           MOVE CTR-APLAZADAS     TO PAS-RETENIDOS
           MOVE CTR-GRABADOS      TO PAS-GRABADOS

           ACCEPT PAS-FECHA-FIN FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-FIN  FROM TIME

           MOVE WS-FECHA-PROCESO TO PAS-FECHA-NEGOCIO

      *    SI EL CONTROL ES DE OTRA FECHA (LA EJECUCION NO SE LLEGO A
      *    ABRIR O EL FICHERO ESTA MAL CATALOGADO) EL PASO ES DE LA
      *    EJECUCION SIGUIENTE, QUE ES LA QUE TOCABA ABRIR HOY.
           IF  EJE-FECHA-NEGOCIO EQUAL TO PAS-FECHA-NEGOCIO
           MOVE EJE-NUMERO TO PAS-NUM-EJECUCION
           ELSE
           ADD 1 EJE-NUMERO GIVING PAS-NUM-EJECUCION
           END-IF

           OPEN EXTEND REGISTRO-PASOS

           IF  FS-ERROR16 EQUAL TO ZEROS
           OR  FS-ERROR16 EQUAL TO 05
           WRITE REG-PASO FROM WS-REG-PASO

           IF  FS-ERROR16 NOT EQUAL TO ZEROS
           DISPLAY 'AVISO: ERROR AL GRABAR REGISTRO-PASOS ' FS-ERROR16
           END-IF

           CLOSE REGISTRO-PASOS

           ELSE
           DISPLAY 'AVISO: ERROR AL ABRIR REGISTRO-PASOS ' FS-ERROR16
           END-IF

           MOVE ZEROS TO FS-ERROR16.
