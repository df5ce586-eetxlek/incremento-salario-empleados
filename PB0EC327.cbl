      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               SALIDA DE PB0EC319 (COPIA DEL MAESTRO)           *
      *               HISTORICO DE AUDITORIA (INDEXADO, POR FECHA)     *
      *               FICHERO DE ATRASOS DE PB0EC319 (OPCIONAL)        *
      *               TOTALES DE CONTROL (DE PB0EC319)                 *
      *               PARM DE FECHA DE NEGOCIO (OPCIONAL)              *

           SELECT AUDITORIA
                ASSIGN TO AUDITOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY  IS AUD-LLAVE-REG
                ALTERNATE RECORD KEY IS AUD-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR2.

           SELECT OPTIONAL ATRASOS-ENT
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

       FD  ATRASOS-ENT
           LABEL RECORDS ARE STANDARD

           PERFORM 9170-LEER-ATRASOS

           PERFORM 2100-POSICIONAR-AUDITORIA

           IF  NOT END-OF-FILE
           PERFORM 9100-LEER-AUDITORIA
           END-IF
           END-IF.

      *    EL HISTORICO ES INDEXADO CON CAMINO ALTERNATIVO POR FECHA:
      *    SE EMPIEZA EN EL PRIMER APUNTE DE LA FECHA DE NEGOCIO EN
      *    LUGAR DE LEER TODO EL HISTORICO. SIN APUNTES DE LA FECHA
      *    EL RESUMEN SALE A CEROS.
       2100-POSICIONAR-AUDITORIA.
           MOVE WS-FECHA-NEGOCIO TO AUD-REG-FECHA

           START AUDITORIA KEY IS EQUAL TO AUD-REG-FECHA
             INVALID KEY
                SET END-OF-FILE TO TRUE
           END-START.

      *    LA AUDITORIA ES EL CONDUCTOR: SOLO SE RESUMEN LOS APUNTES
      *    DE LA FECHA DE NEGOCIO. LOS APUNTES DE UNA MISMA FECHA SE
      *    LEEN EN EL ORDEN EN QUE SE GRABARON, QUE ES EL ORDEN DE
      *    CLAVE DE LA EJECUCION; LA SALIDA Y LOS ATRASOS VIENEN EN
      *    EL MISMO ORDEN, ASI QUE EL CRUCE AVANZA LOS TRES FICHEROS
      *    A LA VEZ.
       3000-PROCESO.
           IF  AUD-FECHA EQUAL TO WS-FECHA-NEGOCIO
           ADD 1 TO CTR-SELECCIONADOS
           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES.

      *    LEYENDO POR LA CLAVE ALTERNATIVA DE FECHA, EL STATUS 02
      *    SOLO AVISA DE QUE EL SIGUIENTE APUNTE ES DE LA MISMA FECHA.
       9100-LEER-AUDITORIA.
           READ AUDITORIA NEXT RECORD INTO WS-REG-AUDITORIA

           EVALUATE FS-ERROR2
           WHEN ZEROS
           WHEN 02
                  IF  AUD-FECHA NOT EQUAL TO WS-FECHA-NEGOCIO
                  SET END-OF-FILE TO TRUE

                  ELSE
                  ADD 1 TO CTR-LEIDOS-AUDIT
                  END-IF

           WHEN 10
                  SET END-OF-FILE TO TRUE
