      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               FICHERO SECUENCIAL DE SUBIDAS (BRUTO)            *
      *               FICHERO DE SUBIDAS DE PROMOCION (PB0EC317)       *
      *               FICHERO DE APROBACIONES DE SEGUNDA FIRMA (OPC)   *
      *               SUBIDAS RETENIDAS DE LA EJECUCION ANTERIOR (OPC) *
      *               FICHERO DE CONTROL DE EJECUCION (I/O)            *
      *                                                                *
      *  OUTPUTS:     FICHERO DE SUBIDAS DEPURADO Y ORDENADO           *
      *               LISTADO DE DEPURACION CON LO DESCARTADO Y LO     *
      *               RETENIDO O LIBERADO POR SEGUNDA FIRMA            *
      *               FICHERO DE SUBIDAS RETENIDAS SIN APROBACION      *
      *               FICHERO DE CONTROL DE EJECUCION ABIERTO          *
      *               REGISTRO DEL PASO EN LA CADENA (VPASO, EXTEND)   *
      *                                                                *
      *  NOTA:        SI LA ENTRADA TRAE REGISTROS PERO NINGUNO ES     *
      *               VALIDO SE DEVUELVE RETURN-CODE 1001 PARA QUE EL  *
      *               NUMERO DE EJECUCION DE LA FECHA DE NEGOCIO Y SE  *
      *               NIEGA A REABRIR UNA FECHA YA COMPLETADA POR      *
      *               PB0EC321 (RETURN-CODE 1001).                     *
      *               LAS SUBIDAS QUE SUPERAN EL UMBRAL DE IMPORTE O   *
      *               PORCENTAJE NECESITAN UNA APROBACION DE SEGUNDA   *
      *               FIRMA (EMPLEADO, FECHA DE EFECTO E IMPORTE); SIN *
      *               ELLA SE RETIENEN Y SE VUELVEN A PRESENTAR CADA   *
      *               NOCHE HASTA QUE LLEGA LA APROBACION. EL          *
      *               APROBADOR VIAJA EN LA SUBIDA HASTA LA AUDITORIA. *
      *                                                                *
      ******************************************************************

                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR6.

           SELECT OPTIONAL PROMOCIONES-ENT
                ASSIGN TO SUBPROM
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR8.

           SELECT OPTIONAL APROBACIONES
                ASSIGN TO APROBAC
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR9.

           SELECT OPTIONAL RETENIDAS-ENT
                ASSIGN TO RETENANT
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR10.

           SELECT RETENIDAS-SAL
                ASSIGN TO RETENIDA
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR11.

           SELECT SUBIDAS-DEPURADO
                ASSIGN TO DEPURADO
                ORGANIZATION IS SEQUENTIAL
           SELECT ORDENA-SUBIDAS
                ASSIGN TO SORTWK01.

           SELECT OPTIONAL REGISTRO-PASOS
                ASSIGN TO PASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR12.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS REG-RECICLADOS.
       01  REG-RECICLADOS          PIC X(100).

       FD  PROMOCIONES-ENT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-PROMOCIONES.
       01  REG-PROMOCIONES         PIC X(100).

       FD  APROBACIONES
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-APROBACIONES.
       01  REG-APROBACIONES        PIC X(40).

       FD  RETENIDAS-ENT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-RETENIDAS-ENT.
       01  REG-RETENIDAS-ENT       PIC X(100).

       FD  RETENIDAS-SAL
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-RETENIDAS-SAL.
       01  REG-RETENIDAS-SAL       PIC X(100).

       FD  SUBIDAS-DEPURADO
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           05  ORD-CODIGO          PIC X(05).
           05  FILLER              PIC X(95).

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

           05  WS-IN-REG-SUBIDAS.
               COPY VSUBI.

           05  WS-REG-CONTROL-EJEC.
               COPY VCTRE.

      *    APROBACION DE SEGUNDA FIRMA QUE ENVIA RRHH: IDENTIFICA LA
      *    SUBIDA POR EMPLEADO, FECHA DE EFECTO (EN BLANCO O CEROS SI
      *    ES DE EFECTO INMEDIATO) E IMPORTE (EL PORCENTAJE EN LAS
      *    SUBIDAS 'P').
           05  WS-REG-APROBACION.
               10  APR-CODIGO           PIC X(05).
               10  APR-FECHA-EFECTO     PIC 9(08).
               10  APR-FECHA-EFECTO-X REDEFINES APR-FECHA-EFECTO
                                        PIC X(08).
               10  APR-IMPORTE          PIC 9(07)V99.
               10  APR-IMPORTE-X REDEFINES APR-IMPORTE
                                        PIC X(09).
               10  APR-APROBADOR        PIC X(08).
               10  APR-FECHA-APROBACION PIC 9(08).
               10  APR-FECHA-APROBACION-X
                           REDEFINES APR-FECHA-APROBACION
                                        PIC X(08).
               10  FILLER               PIC X(02).

           05  WS-TABLA-APROBACIONES.
               10  WS-APR-ENTRADA  OCCURS 500 TIMES.
                   15  WS-APR-CODIGO        PIC X(05).
                   15  WS-APR-FECHA-EFECTO  PIC 9(08).
                   15  WS-APR-IMPORTE       PIC S9(7)V99 COMP-3.
                   15  WS-APR-APROBADOR     PIC X(08).

           05  WS-NUM-APROBACIONES    PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-APROBACIONES    PIC S9(3) COMP-3  VALUE 500.
           05  WS-APR-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-APR-ACTUAL          PIC S9(3) COMP-3  VALUE ZEROS.

      *    UMBRALES POR ENCIMA DE LOS CUALES UNA SUBIDA NECESITA
      *    SEGUNDA FIRMA (IMPORTE FIJO EN UNIDADES / PORCENTAJE).
           05  WS-IMPORTE-MAX-SIN-FIRMA  PIC S9(9) PACKED-DECIMAL
                                                     VALUE 3000.
           05  WS-PCT-MAX-SIN-FIRMA      PIC S9(3)V99 PACKED-DECIMAL
                                                     VALUE 10.00.
           05  WS-FECHA-EFECTO-BUSCADA   PIC 9(08)    VALUE ZEROS.
           05  WS-IMPORTE-BUSCADO        PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.

           05  WS-FECHA-NEGOCIO       PIC 9(08)    VALUE ZEROS.

           05  WS-MOTIVO-RECHAZO      PIC X(40)    VALUE SPACES.
           05  SUBIDA-VALIDA-SWITCH   PIC 9        VALUE ZEROS.
           88  SUBIDA-VALIDA                     VALUE 1.
           88  SUBIDA-INVALIDA                   VALUE 0.
           88  SUBIDA-RETENIDA                   VALUE 2.

           05  SUPERA-UMBRAL-SWITCH   PIC 9        VALUE ZEROS.
           88  SUPERA-UMBRAL                     VALUE 1.

           05  WS-LINEA-LISTADO       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-LISTADO       PIC X(10)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-CONTADOR         PIC ZZZZ9.
           05  WS-ED-IMPORTE          PIC Z,ZZZ,ZZ9.99.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-LINEAS-PAGINA       PIC S9(3) COMP-3  VALUE ZEROS.
           05  CTR-LEIDOS          PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-PEND     PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-RECI     PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-PROM     PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-RETE     PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-APROB    PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-RETENIDOS       PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-LIBERADOS       PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-VALIDOS         PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-DESCARTADOS     PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-FUERA-SECUENCIA PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.
           05  FS-ERROR6           PIC 99       VALUE ZEROS.
           05  FS-ERROR7           PIC 99       VALUE ZEROS.
           05  FS-ERROR8           PIC 99       VALUE ZEROS.
           05  FS-ERROR9           PIC 99       VALUE ZEROS.
           05  FS-ERROR10          PIC 99       VALUE ZEROS.
           05  FS-ERROR11          PIC 99       VALUE ZEROS.
           05  FS-ERROR12          PIC 99       VALUE ZEROS.

           05  WS-PARM-FECHA.
           10  WS-PARM-ANO         PIC 9(4)     VALUE ZEROS.
           05  END-OF-FILE-SWITCH-R  PIC 9        VALUE ZEROS.
           88  END-OF-FILE-R                  VALUE 1.

           05  END-OF-FILE-SWITCH-M  PIC 9        VALUE ZEROS.
           88  END-OF-FILE-M                  VALUE 1.

           05  END-OF-FILE-SWITCH-T  PIC 9        VALUE ZEROS.
           88  END-OF-FILE-T                  VALUE 1.

           05  FIN-APROBACIONES-SWITCH PIC 9      VALUE ZEROS.
           88  FIN-APROBACIONES               VALUE 1.

           05  FIN-ORDENA-SWITCH     PIC 9        VALUE ZEROS.
           88  FIN-ORDENA                     VALUE 1.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC318'.

           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO

           ACCEPT PAS-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT PAS-HORA-INICIO  FROM TIME

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM
           OPEN INPUT  SUBIDAS-BRUTO
                       PENDIENTES-ENT
                       RECICLADOS-ENT
                       PROMOCIONES-ENT
                       RETENIDAS-ENT
           OPEN OUTPUT SUBIDAS-DEPURADO
                       LISTADO
                       RETENIDAS-SAL

           IF  FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR SUBIDAS-BRUTO ' FS-ERROR1

           MOVE ZEROS TO FS-ERROR6

      *    EL FICHERO DE PROMOCIONES ES EL QUE DEJA PB0EC317 CON LA
      *    SUBIDA DE CADA CAMBIO DE CATEGORIA; TAMBIEN OPCIONAL.
           IF  FS-ERROR8 NOT EQUAL TO ZEROS
           AND FS-ERROR8 NOT EQUAL TO 05
           DISPLAY 'ERROR AL ABRIR PROMOCIONES-ENT ' FS-ERROR8
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR8

      *    EL FICHERO DE RETENIDAS DE ENTRADA ES EL QUE DEJO ESTE MISMO
      *    PROGRAMA LA NOCHE ANTERIOR CON LAS SUBIDAS A LA ESPERA DE
      *    SEGUNDA FIRMA; TAMBIEN OPCIONAL.
           IF  FS-ERROR10 NOT EQUAL TO ZEROS
           AND FS-ERROR10 NOT EQUAL TO 05
           DISPLAY 'ERROR AL ABRIR RETENIDAS-ENT ' FS-ERROR10
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR10

           IF  FS-ERROR11 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR RETENIDAS-SAL ' FS-ERROR11
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR SUBIDAS-DEPURADO ' FS-ERROR2
           SET ERRORES TO TRUE
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 2300-CARGAR-APROBACIONES
           END-IF

           IF  NOT ERRORES
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF.
           END-IF
           END-IF.

      *    LAS APROBACIONES SE CARGAN EN MEMORIA AL PRINCIPIO. NO SE
      *    ADMITE UNA APROBACION SIN APROBADOR NI CON FECHA DE
      *    APROBACION POSTERIOR A LA FECHA DE NEGOCIO; SI LA TABLA SE
      *    LLENA, LO QUE NO CABE SE IGNORA Y ESAS SUBIDAS SE RETIENEN,
      *    QUE ES EL LADO SEGURO.
       2300-CARGAR-APROBACIONES.
           OPEN INPUT APROBACIONES

      *    UN SELECT OPTIONAL SIN FICHERO EN DISCO DEVUELVE FILE
      *    STATUS 05 EN EL OPEN (NO 00); SIN FICHERO DE APROBACIONES
      *    TODA SUBIDA POR ENCIMA DEL UMBRAL QUEDA RETENIDA.
           IF  FS-ERROR9 EQUAL TO ZEROS
           OR  FS-ERROR9 EQUAL TO 05
           PERFORM 2310-LEER-APROBACION
            THRU 2310-LEER-APROBACION-EXIT
           UNTIL FIN-APROBACIONES
              OR ERRORES

           CLOSE APROBACIONES

           ELSE
           DISPLAY 'ERROR AL ABRIR APROBACIONES ' FS-ERROR9
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR9.

       2310-LEER-APROBACION.
           READ APROBACIONES INTO WS-REG-APROBACION

           EVALUATE FS-ERROR9
           WHEN ZEROS
                 ADD 1 TO CTR-LEIDOS-APROB

                 PERFORM 2320-GUARDAR-APROBACION

           WHEN 10
                 SET FIN-APROBACIONES TO TRUE

           WHEN OTHER
                 DISPLAY 'ERROR AL LEER APROBACIONES ' FS-ERROR9
                 SET ERRORES TO TRUE
           END-EVALUATE.

       2310-LEER-APROBACION-EXIT.
           EXIT.

       2320-GUARDAR-APROBACION.
           IF  APR-FECHA-EFECTO-X NOT NUMERIC
           MOVE ZEROS TO APR-FECHA-EFECTO
           END-IF

           EVALUATE TRUE
           WHEN APR-CODIGO EQUAL TO SPACES
           WHEN APR-APROBADOR EQUAL TO SPACES
           WHEN APR-IMPORTE-X NOT NUMERIC
           WHEN APR-FECHA-APROBACION-X NOT NUMERIC
                 DISPLAY 'ATENCION: APROBACION INCOMPLETA, SE IGNORA '
                          APR-CODIGO

           WHEN APR-FECHA-APROBACION GREATER THAN WS-FECHA-NEGOCIO
                 DISPLAY 'ATENCION: APROBACION CON FECHA POSTERIOR '
                         'A LA DE NEGOCIO, SE IGNORA ' APR-CODIGO

           WHEN WS-NUM-APROBACIONES NOT LESS THAN WS-MAX-APROBACIONES
                 DISPLAY 'TABLA DE APROBACIONES LLENA, SE IGNORA '
                          APR-CODIGO

           WHEN OTHER
                 ADD 1 TO WS-NUM-APROBACIONES
                 MOVE APR-CODIGO
                      TO WS-APR-CODIGO (WS-NUM-APROBACIONES)
                 MOVE APR-FECHA-EFECTO
                      TO WS-APR-FECHA-EFECTO (WS-NUM-APROBACIONES)
                 MOVE APR-IMPORTE
                      TO WS-APR-IMPORTE (WS-NUM-APROBACIONES)
                 MOVE APR-APROBADOR
                      TO WS-APR-APROBADOR (WS-NUM-APROBACIONES)
           END-EVALUATE.

       3000-SELECCION.
           PERFORM 9100-LEER-BRUTO

            THRU 3300-DEPURAR-RECICLADO-EXIT
           UNTIL END-OF-FILE-R
              OR ERRORES
           END-IF

           IF  NOT ERRORES
           PERFORM 9170-LEER-PROMOCIONES

           PERFORM 3400-DEPURAR-PROMOCION
            THRU 3400-DEPURAR-PROMOCION-EXIT
           UNTIL END-OF-FILE-M
              OR ERRORES
           END-IF

           IF  NOT ERRORES
           PERFORM 9180-LEER-RETENIDAS

           PERFORM 3500-DEPURAR-RETENIDA
            THRU 3500-DEPURAR-RETENIDA-EXIT
           UNTIL END-OF-FILE-T
              OR ERRORES
           END-IF.

       3000-SELECCION-EXIT.

           MOVE WS-IN-CODIGO TO WS-CODIGO-ANTERIOR

           MOVE SPACES TO WS-IN-APROBADOR

           PERFORM 3140-CLASIFICAR-SUBIDA

           PERFORM 9100-LEER-BRUTO.
           PERFORM 3150-VALIDAR-SUBIDA

           IF  SUBIDA-VALIDA
           PERFORM 3160-CONTROLAR-APROBACION
           END-IF

           EVALUATE TRUE
           WHEN SUBIDA-VALIDA
                 RELEASE REG-ORDENA FROM WS-IN-REG-SUBIDAS

                 ADD 1 TO CTR-VALIDOS

           WHEN SUBIDA-RETENIDA
                 PERFORM 3180-RETENER-SUBIDA

           WHEN OTHER
                 PERFORM 9310-ESCRIBIR-DESCARTE
           END-EVALUATE.

       3150-VALIDAR-SUBIDA.
           SET SUBIDA-VALIDA TO TRUE
           END-IF
           END-IF.

      *    UNA SUBIDA POR ENCIMA DEL UMBRAL SOLO PASA AL CRUCE SI HAY
      *    UNA APROBACION PARA EL MISMO EMPLEADO, FECHA DE EFECTO E
      *    IMPORTE; EL APROBADOR QUEDA SELLADO EN LA SUBIDA. LAS QUE
      *    LLEGAN YA SELLADAS SON LAS PENDIENTES DE EFECTO FUTURO QUE
      *    SE APROBARON UNA NOCHE ANTERIOR Y NO SE VUELVEN A PEDIR.
       3160-CONTROLAR-APROBACION.
           MOVE ZEROS TO SUPERA-UMBRAL-SWITCH

           IF  WS-IN-SUBIDA-PORCENTAJE
           IF  WS-IN-SUBIDA-PCT GREATER THAN WS-PCT-MAX-SIN-FIRMA
           SET SUPERA-UMBRAL TO TRUE
           END-IF

           ELSE
           IF  WS-IN-SUBIDA GREATER THAN WS-IMPORTE-MAX-SIN-FIRMA
           SET SUPERA-UMBRAL TO TRUE
           END-IF
           END-IF

           IF  SUPERA-UMBRAL
           AND WS-IN-APROBADOR EQUAL TO SPACES
           IF  WS-IN-FECHA-EFECTO-N NUMERIC
           MOVE WS-IN-FECHA-EFECTO-N TO WS-FECHA-EFECTO-BUSCADA
           ELSE
           MOVE ZEROS TO WS-FECHA-EFECTO-BUSCADA
           END-IF

           IF  WS-IN-SUBIDA-PORCENTAJE
           MOVE WS-IN-SUBIDA-PCT TO WS-IMPORTE-BUSCADO
           ELSE
           MOVE WS-IN-SUBIDA     TO WS-IMPORTE-BUSCADO
           END-IF

           MOVE ZEROS TO WS-APR-ACTUAL

           PERFORM 3170-BUSCAR-APROBACION
            THRU 3170-BUSCAR-APROBACION-EXIT
           VARYING WS-APR-IDX FROM 1 BY 1
           UNTIL WS-APR-IDX GREATER THAN WS-NUM-APROBACIONES
              OR WS-APR-ACTUAL GREATER THAN ZEROS

           IF  WS-APR-ACTUAL GREATER THAN ZEROS
           MOVE WS-APR-APROBADOR (WS-APR-ACTUAL) TO WS-IN-APROBADOR
           ELSE
           SET SUBIDA-RETENIDA TO TRUE
           END-IF
           END-IF.

       3170-BUSCAR-APROBACION.
           IF  WS-APR-CODIGO (WS-APR-IDX)       EQUAL TO WS-IN-CODIGO
           AND WS-APR-FECHA-EFECTO (WS-APR-IDX) EQUAL TO
                                                 WS-FECHA-EFECTO-BUSCADA
           AND WS-APR-IMPORTE (WS-APR-IDX)      EQUAL TO
                                                 WS-IMPORTE-BUSCADO
           MOVE WS-APR-IDX TO WS-APR-ACTUAL
           END-IF.

       3170-BUSCAR-APROBACION-EXIT.
           EXIT.

       3180-RETENER-SUBIDA.
           WRITE REG-RETENIDAS-SAL FROM WS-IN-REG-SUBIDAS

           IF  FS-ERROR11 EQUAL TO ZEROS
           ADD 1 TO CTR-RETENIDOS

           PERFORM 9315-ESCRIBIR-RETENIDA

           ELSE
           DISPLAY 'ERROR AL GRABAR RETENIDAS-SAL ' FS-ERROR11
           SET ERRORES TO TRUE
           END-IF.

       3200-DEPURAR-PENDIENTE.
           PERFORM 3140-CLASIFICAR-SUBIDA

       3200-DEPURAR-PENDIENTE-EXIT.
           EXIT.

      *    EL RECICLADO TRAE EL REGISTRO VSUBI COMPLETO QUE SE
      *    RECHAZO, CON EL APROBADOR QUE LE PUSO ESTE PROGRAMA: SE
      *    CONSERVA, COMO EN PENDIENTES, PARA NO PEDIR OTRA FIRMA.
       3300-DEPURAR-RECICLADO.
           PERFORM 3140-CLASIFICAR-SUBIDA

       3300-DEPURAR-RECICLADO-EXIT.
           EXIT.

       3400-DEPURAR-PROMOCION.
           MOVE SPACES TO WS-IN-APROBADOR

           PERFORM 3140-CLASIFICAR-SUBIDA

           PERFORM 9170-LEER-PROMOCIONES.

       3400-DEPURAR-PROMOCION-EXIT.
           EXIT.

      *    UNA SUBIDA RETENIDA QUE ESTA NOCHE YA ENCUENTRA SU
      *    APROBACION SE LIBERA AL CRUCE; SI NO, VUELVE A QUEDAR
      *    RETENIDA EN EL FICHERO DE SALIDA PARA LA NOCHE SIGUIENTE.
       3500-DEPURAR-RETENIDA.
           MOVE SPACES TO WS-IN-APROBADOR

           PERFORM 3140-CLASIFICAR-SUBIDA

           IF  SUBIDA-VALIDA
           ADD 1 TO CTR-LIBERADOS

           PERFORM 9316-ESCRIBIR-LIBERADA
           END-IF

           PERFORM 9180-LEER-RETENIDAS.

       3500-DEPURAR-RETENIDA-EXIT.
           EXIT.

       4000-VOLCADO.
           PERFORM 9200-RETORNAR-ORDENA

           ELSE
           IF  CTR-LEIDOS GREATER THAN ZEROS
           AND CTR-VALIDOS EQUAL TO ZEROS
           AND CTR-RETENIDOS EQUAL TO ZEROS
           DISPLAY '////////////////////'
           DISPLAY '//A T E N C I O N///'
           DISPLAY '/ENTRADA DE SUBIDAS/'
           DISPLAY '********************'

           IF  CTR-DESCARTADOS GREATER THAN ZEROS
           OR  CTR-RETENIDOS GREATER THAN ZEROS
           MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           DISPLAY 'LEIDOS SUBIDAS     ' CTR-LEIDOS
           DISPLAY 'LEIDOS PENDIENTES  ' CTR-LEIDOS-PEND
           DISPLAY 'LEIDOS RECICLADOS  ' CTR-LEIDOS-RECI
           DISPLAY 'LEIDOS PROMOCIONES ' CTR-LEIDOS-PROM
           DISPLAY 'LEIDOS RETENIDAS   ' CTR-LEIDOS-RETE
           DISPLAY 'LEIDAS APROBACIONES' CTR-LEIDOS-APROB
           DISPLAY 'VALIDOS            ' CTR-VALIDOS
           DISPLAY 'DESCARTADOS        ' CTR-DESCARTADOS
           DISPLAY 'RETENIDAS          ' CTR-RETENIDOS
           DISPLAY 'LIBERADAS          ' CTR-LIBERADOS
           DISPLAY 'FUERA DE SECUENCIA ' CTR-FUERA-SECUENCIA
           DISPLAY 'GRABADOS           ' CTR-GRABADOS

           CLOSE SUBIDAS-BRUTO
                  PENDIENTES-ENT
                  RECICLADOS-ENT
                  PROMOCIONES-ENT
                  RETENIDAS-ENT
                  SUBIDAS-DEPURADO
                  LISTADO
                  RETENIDAS-SAL
           END-IF

           PERFORM 9700-GRABAR-PASO

           DISPLAY 'FIN DEL PROGRAMA PB0XC318'.

       9100-LEER-BRUTO.
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9170-LEER-PROMOCIONES.
           READ PROMOCIONES-ENT INTO WS-IN-REG-SUBIDAS

           EVALUATE FS-ERROR8
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-PROM

           WHEN 10
                  SET END-OF-FILE-M TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER PROMOCIONES-ENT ' FS-ERROR8
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9180-LEER-RETENIDAS.
           READ RETENIDAS-ENT INTO WS-IN-REG-SUBIDAS

           EVALUATE FS-ERROR10
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-RETE

           WHEN 10
                  SET END-OF-FILE-T TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER RETENIDAS-ENT ' FS-ERROR10
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9200-RETORNAR-ORDENA.
           RETURN ORDENA-SUBIDAS INTO WS-IN-REG-SUBIDAS
             AT END
           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'CLAVE' '  '
                  'TIPO' '  '
                  'MOTIVO DEL DESCARTE / SEGUNDA FIRMA'
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO

           ADD 1 TO WS-LINEAS-PAGINA.

       9315-ESCRIBIR-RETENIDA.
           DISPLAY 'ATENCION: SUBIDA RETENIDA SIN SEGUNDA FIRMA '
                    WS-IN-CODIGO

           IF  WS-IN-SUBIDA-PORCENTAJE
           MOVE WS-IN-SUBIDA-PCT TO WS-ED-IMPORTE
           ELSE
           MOVE WS-IN-SUBIDA     TO WS-ED-IMPORTE
           END-IF

           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING WS-IN-CODIGO      '  '
                  WS-IN-TIPO-SUBIDA '     '
                  'RETENIDA SIN SEGUNDA FIRMA ' WS-ED-IMPORTE
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       9316-ESCRIBIR-LIBERADA.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING WS-IN-CODIGO      '  '
                  WS-IN-TIPO-SUBIDA '     '
                  'LIBERADA, APROBADA POR ' WS-IN-APROBADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       9320-ESCRIBIR-PIE.
           MOVE CTR-DESCARTADOS TO WS-ED-CONTADOR

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 2 LINES

           MOVE CTR-RETENIDOS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'TOTAL DE SUBIDAS RETENIDAS SIN SEGUNDA FIRMA: '
                  WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           MOVE CTR-LIBERADOS TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           STRING 'TOTAL DE SUBIDAS RETENIDAS LIBERADAS: '
                  WS-ED-CONTADOR
                  DELIMITED BY SIZE INTO WS-LINEA-LISTADO

           WRITE REG-LISTADO FROM WS-LINEA-LISTADO
             AFTER ADVANCING 1 LINE

           MOVE CTR-FUERA-SECUENCIA TO WS-ED-CONTADOR

           MOVE SPACES TO WS-LINEA-LISTADO
           END-IF

           MOVE ZEROS TO FS-ERROR4.

      *    CADA EJECUCION DEJA SU REGISTRO EN EL FICHERO PERMANENTE
      *    DE PASOS DE LA CADENA (VPASO), TAMBIEN CUANDO TERMINA CON
      *    ERRORES, PARA QUE PB0EC334 PUEDA RECONSTRUIR CADA NOCHE. UN
      *    FALLO AL GRABARLO SOLO SE AVISA: NO CAMBIA EL RETURN-CODE
      *    DEL PASO NI PARA LA CADENA.
       9700-GRABAR-PASO.
           MOVE 'PB0EC318'        TO PAS-PROGRAMA
           MOVE RETURN-CODE       TO PAS-RETURN-CODE
           COMPUTE PAS-LEIDOS = CTR-LEIDOS + CTR-LEIDOS-PEND
                              + CTR-LEIDOS-RECI + CTR-LEIDOS-PROM
                              + CTR-LEIDOS-RETE
           MOVE CTR-VALIDOS       TO PAS-APLICADOS
           MOVE CTR-DESCARTADOS   TO PAS-RECHAZADOS
           MOVE CTR-RETENIDOS     TO PAS-RETENIDOS
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

           IF  FS-ERROR12 EQUAL TO ZEROS
           OR  FS-ERROR12 EQUAL TO 05
           WRITE REG-PASO FROM WS-REG-PASO

           IF  FS-ERROR12 NOT EQUAL TO ZEROS
           DISPLAY 'AVISO: ERROR AL GRABAR REGISTRO-PASOS ' FS-ERROR12
           END-IF

           CLOSE REGISTRO-PASOS

           ELSE
           DISPLAY 'AVISO: ERROR AL ABRIR REGISTRO-PASOS ' FS-ERROR12
           END-IF

           MOVE ZEROS TO FS-ERROR12.
