      ******************************************************************
      *  DESCRIPCION: ASIENTO CONTABLE DEL COSTE DE LAS SUBIDAS        *
      *                                                                *
      *  OBJETIVO:    ESTE PROGRAMA GENERA LA INTERFAZ DE ASIENTOS     *
      *               PARA CONTABILIDAD GENERAL CON EL COSTE DE UNA    *
      *               EJECUCION DEL CRUCE: CRUZA LOS APUNTES DE        *
      *               AUDITORIA APLICADOS DE LA FECHA DE NEGOCIO CON   *
      *               LA SALIDA (DEPARTAMENTO) Y LOS ATRASOS, ACUMULA  *
      *               POR DEPARTAMENTO Y GRABA UN ASIENTO CUADRADO     *
      *               (DEBE/HABER) POR CENTRO DE COSTE PARA EL         *
      *               INCREMENTO MENSUAL Y LOS ATRASOS. EN MODO 'R'    *
      *               CONTABILIZA EN SU LUGAR LOS RETROCESOS DE UNA    *
      *               EJECUCION DE PB0EC324                            *
      *                                                                *
      *  TIPO:        BATCH/INTERFAZ CON ORDENACION (SORT)             *
      *                                                                *
      *  INPUTS:      DATOS DEL SISTEMA                                *
      *               HISTORICO DE AUDITORIA (INDEXADO, POR FECHA)     *
      *               FICHERO DE REVERSOS DE PB0EC324 (MODO 'R')       *
      *               SALIDA DE PB0EC319 (COPIA DEL MAESTRO)           *
      *               FICHERO DE ATRASOS DE PB0EC319 (OPCIONAL)        *
      *               TABLA DE DEPARTAMENTO A CENTRO DE COSTE Y        *
      *               CUENTAS CONTABLES                                *
      *               FICHERO DE CONTROL DE EJECUCION (DE PB0EC318)    *
      *               PARM DE FECHA DE NEGOCIO Y MODO (OPCIONAL)       *
      *                                                                *
      *  OUTPUTS:     INTERFAZ DE ASIENTOS PARA CONTABILIDAD GENERAL   *
      *               INFORME DEL ASIENTO POR DEPARTAMENTO             *
      *                                                                *
      *  NOTA:        CADA IMPORTE SE CONTABILIZA CON DOS LINEAS DEL   *
      *               MISMO IMPORTE: EL INCREMENTO Y LOS ATRASOS AL    *
      *               DEBE DE SU CUENTA DE GASTO Y AL HABER DE LA      *
      *               CONTRAPARTIDA DEL DEPARTAMENTO; LOS RETROCESOS   *
      *               (APUNTES 'V') AL REVES, PARA QUE EL MAYOR CASE   *
      *               SIEMPRE CON EL MAESTRO. LA EJECUCION NOCTURNA NO *
      *               CONTABILIZA RETROCESOS: UN RETROCESO PUEDE       *
      *               HACERSE ANTES O DESPUES DE ESTE PASO, O UN DIA   *
      *               SIN CADENA, ASI QUE CADA EJECUCION REAL DE       *
      *               PB0EC324 VA SEGUIDA DE ESTE PROGRAMA EN MODO 'R' *
      *               (POSICION 9 DEL PARM) CON EL FICHERO DE REVERSOS *
      *               QUE ACABA DE GRABAR; ASI CADA RETROCESO SE       *
      *               CONTABILIZA UNA VEZ Y SOLO UNA. EN MODO 'R' LA   *
      *               FECHA ES LA DEL RETROCESO (POR DEFECTO LA DEL    *
      *               SISTEMA, COMO EN PB0EC324), NO SE MIRA VCTRE Y   *
      *               LA CABECERA SALE CON ORIGEN 'RETROCES' Y NUMERO  *
      *               DE EJECUCION A CEROS; EL DEPARTAMENTO SE TOMA DE *
      *               LA ULTIMA SALIDA DE LA CADENA. PB0EC324 NO       *
      *               DEVUELVE ATRASOS, ASI QUE NO HAY RETROCESO DE    *
      *               ATRASOS. EN LA EJECUCION NOCTURNA LA CABECERA Y  *
      *               LA COLA LLEVAN EL NUMERO DE EJECUCION DE VCTRE.  *
      *               SI ALGUN DEPARTAMENTO DEL DIA NO ESTA EN LA      *
      *               TABLA DE CUENTAS (O UN APUNTE NO TIENE EMPLEADO  *
      *               EN LA SALIDA) NO SE GRABA NINGUNA LINEA Y SE     *
      *               DEVUELVE RETURN-CODE 1001: UN ASIENTO INCOMPLETO *
      *               NO DEBE LLEGAR AL MAYOR.                         *
      *                                                                *
      ******************************************************************

       IDENTIFICATION DIVISION.

       PROGRAM-ID. PB0EC332.
       AUTHOR.     ESTIBALIZ (ORIZON).
       DATE-WRITTEN.  OCTUBRE, 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA
                ASSIGN TO AUDITOR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY  IS AUD-LLAVE-REG
                ALTERNATE RECORD KEY IS AUD-REG-FECHA WITH DUPLICATES
                FILE STATUS IS FS-ERROR1.

           SELECT REVERSOS-ENT
                ASSIGN TO REVERSOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR9.

           SELECT ENTRADA-SALIDA
                ASSIGN TO SALIDA
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR2.

           SELECT OPTIONAL ATRASOS-ENT
                ASSIGN TO ATRASOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR3.

           SELECT CUENTAS
                ASSIGN TO CUENTAS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR4.

           SELECT ASIENTOS
                ASSIGN TO ASIENTOS
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR5.

           SELECT INFORME
                ASSIGN TO INFORME
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR6.

           SELECT CONTROL-EJEC
                ASSIGN TO CTRLEJE
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR7.

           SELECT OPTIONAL PARM-FILE
                ASSIGN TO PARM
                ORGANIZATION IS SEQUENTIAL
                ACCESS MODE IS SEQUENTIAL
                FILE STATUS IS FS-ERROR8.

           SELECT ORDENA-APUNTES
                ASSIGN TO SORTWK01.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDITORIA
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

       FD  REVERSOS-ENT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-REVERSO.
       01  REG-REVERSO              PIC X(90).

       FD  ENTRADA-SALIDA
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-ENTRADA.
       01  REG-ENTRADA              PIC X(100).

       FD  ATRASOS-ENT
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS REG-ATRASOS.
       01  REG-ATRASOS.
           05  ATR-CLAVE            PIC X(05).
           05  ATR-IMPORTE          PIC 9(07)V99.

      *    TABLA DE CUENTAS QUE MANTIENE CONTABILIDAD: UN REGISTRO POR
      *    DEPARTAMENTO CON SU CENTRO DE COSTE, LAS CUENTAS DE GASTO
      *    DEL INCREMENTO Y DE LOS ATRASOS Y LA CUENTA DE CONTRAPARTIDA.
       FD  CUENTAS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-CUENTAS.
       01  REG-CUENTAS.
           05  CTA-DEPARTAMENTO     PIC X(15).
           05  CTA-CENTRO-COSTE     PIC X(10).
           05  CTA-GASTO-INCREMENTO PIC X(10).
           05  CTA-GASTO-ATRASOS    PIC X(10).
           05  CTA-CONTRAPARTIDA    PIC X(10).
           05  FILLER               PIC X(05).

       FD  ASIENTOS
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ASIENTO.
       01  REG-ASIENTO.
           05  AST-TIPO-REG          PIC X(01).
           05  AST-NUM-EJECUCION     PIC 9(07).
           05  AST-FECHA             PIC 9(08).
           05  AST-CENTRO-COSTE      PIC X(10).
           05  AST-CUENTA            PIC X(10).
           05  AST-DEBE-HABER        PIC X(01).
               88  AST-DEBE                     VALUE 'D'.
               88  AST-HABER                    VALUE 'H'.
           05  AST-IMPORTE           PIC 9(09)V99.
           05  AST-CONCEPTO          PIC X(01).
               88  AST-INCREMENTO               VALUE 'I'.
               88  AST-ATRASOS                  VALUE 'A'.
               88  AST-RETROCESO                VALUE 'R'.
           05  AST-DEPARTAMENTO      PIC X(15).
           05  FILLER                PIC X(16).
       01  REG-CABECERA-AST.
           05  CAB-TIPO-REG          PIC X(01).
           05  CAB-FECHA             PIC 9(08).
           05  CAB-ORIGEN            PIC X(08).
           05  CAB-NUM-EJECUCION     PIC 9(07).
           05  FILLER                PIC X(56).
       01  REG-COLA-AST.
           05  COLA-TIPO-REG         PIC X(01).
           05  COLA-REGISTROS        PIC 9(07).
           05  COLA-TOT-DEBE         PIC 9(11)V99.
           05  COLA-TOT-HABER        PIC 9(11)V99.
           05  FILLER                PIC X(46).

       FD  INFORME
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-INFORME.
       01  REG-INFORME              PIC X(80).

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

       SD  ORDENA-APUNTES
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-ORDENA.
       01  REG-ORDENA.
           05  ORD-CLAVE           PIC X(05).
           05  FILLER              PIC X(44).
           05  ORD-ESTADO          PIC X(01).
           05  FILLER              PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  WS-IO-REG-MAESTRO.
               COPY VEMPE.

           05  WS-REG-AUDITORIA.
               COPY VAUDI.

           05  WS-REG-CONTROL-EJEC.
               COPY VCTRE.

           05  WS-TABLA-CUENTAS.
               10  WS-CTA-ENTRADA  OCCURS 100 TIMES.
                   15  WS-CTA-DEPARTAMENTO  PIC X(15).
                   15  WS-CTA-CENTRO-COSTE  PIC X(10).
                   15  WS-CTA-GASTO-INCR    PIC X(10).
                   15  WS-CTA-GASTO-ATR     PIC X(10).
                   15  WS-CTA-CONTRAPARTIDA PIC X(10).

           05  WS-NUM-CUENTAS         PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-CUENTAS         PIC S9(3) COMP-3  VALUE 100.
           05  WS-CTA-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-CTA-ACTUAL          PIC S9(3) COMP-3  VALUE ZEROS.

           05  WS-TABLA-DEPARTAMENTOS.
               10  WS-DEP-ENTRADA  OCCURS 100 TIMES.
                   15  WS-DEP-DEPARTAMENTO  PIC X(15).
                   15  WS-DEP-CUENTA        PIC S9(3)    COMP-3.
                   15  WS-DEP-INCREMENTO    PIC S9(9)V99 COMP-3.
                   15  WS-DEP-ATRASOS       PIC S9(9)V99 COMP-3.
                   15  WS-DEP-RETROCESO     PIC S9(9)V99 COMP-3.

           05  WS-NUM-DEPARTAMENTOS   PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-DEPARTAMENTOS   PIC S9(3) COMP-3  VALUE 100.
           05  WS-DEP-IDX             PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-DEP-ACTUAL          PIC S9(3) COMP-3  VALUE ZEROS.

           05  WS-FECHA-NEGOCIO       PIC 9(08)    VALUE ZEROS.
           05  WS-DEPT-APUNTE         PIC X(15)    VALUE SPACES.

           05  WS-ATR-CLAVE        PIC X(05)    VALUE HIGH-VALUES.
           05  WS-ATR-IMPORTE      PIC 9(07)V99 VALUE ZEROS.

      *    LINEA DE ASIENTO EN PREPARACION: 7200-GRABAR-PAREJA GRABA
      *    CON ELLA LA LINEA DE DEBE Y LA DE HABER DEL MISMO IMPORTE.
           05  WS-PAR-CUENTA-DEBE     PIC X(10)    VALUE SPACES.
           05  WS-PAR-CUENTA-HABER    PIC X(10)    VALUE SPACES.
           05  WS-PAR-CONCEPTO        PIC X(01)    VALUE SPACES.
           05  WS-PAR-IMPORTE         PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.

           05  WS-TOT-INCREMENTO      PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-TOT-ATRASOS         PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-TOT-RETROCESO       PIC S9(9)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-TOT-DEBE            PIC S9(11)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.
           05  WS-TOT-HABER           PIC S9(11)V99 PACKED-DECIMAL
                                                     VALUE ZEROS.

           05  WS-LINEA-INFORME       PIC X(80)    VALUE SPACES.
           05  WS-FECHA-INFORME       PIC X(10)    VALUE SPACES.
           05  WS-ED-PAGINA           PIC ZZZ9.
           05  WS-ED-EJECUCION        PIC ZZZZZZ9.
           05  WS-ED-INCREMENTO       PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-ATRASOS          PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-RETROCESO        PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-TOTAL            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-TOTAL2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           05  WS-NUM-PAGINA          PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-LINEAS-PAGINA       PIC S9(3) COMP-3  VALUE ZEROS.
           05  WS-MAX-LINEAS-PAGINA   PIC S9(3) COMP-3  VALUE 50.

           05  CTR-LEIDOS-AUDIT    PIC S9(7) COMP-3   VALUE ZEROS.
           05  CTR-LEIDOS-SALIDA   PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-LEIDAS-CUENTAS  PIC S9(5) COMP-3   VALUE ZEROS.
           05  CTR-SELECCIONADOS   PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-APLICADOS       PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-REVERTIDOS      PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-SIN-CUENTA      PIC S9(5) PACKED-DECIMAL VALUE ZEROS.
           05  CTR-GRABADOS        PIC S9(7) PACKED-DECIMAL VALUE ZEROS.

           05  FS-ERROR1           PIC 99       VALUE ZEROS.
           05  FS-ERROR2           PIC 99       VALUE ZEROS.
           05  FS-ERROR3           PIC 99       VALUE ZEROS.
           05  FS-ERROR4           PIC 99       VALUE ZEROS.
           05  FS-ERROR5           PIC 99       VALUE ZEROS.
           05  FS-ERROR6           PIC 99       VALUE ZEROS.
           05  FS-ERROR7           PIC 99       VALUE ZEROS.
           05  FS-ERROR8           PIC 99       VALUE ZEROS.
           05  FS-ERROR9           PIC 99       VALUE ZEROS.

           05  WS-PARM-REGISTRO.
           10  WS-PARM-FECHA.
               15  WS-PARM-ANO     PIC 9(4)     VALUE ZEROS.
               15  WS-PARM-MES     PIC 9(2)     VALUE ZEROS.
               15  WS-PARM-DIA     PIC 9(2)     VALUE ZEROS.
           10  WS-PARM-MODO        PIC X(01)    VALUE SPACES.
           88  MODO-RETROCESO               VALUE 'R'.

           05  END-OF-FILE-SWITCH    PIC 9        VALUE ZEROS.
           88  END-OF-FILE                    VALUE 1.

           05  END-OF-FILE-SWITCH-S  PIC 9        VALUE ZEROS.
           88  END-OF-FILE-S                  VALUE 1.

           05  END-OF-FILE-SWITCH-A  PIC 9        VALUE ZEROS.
           88  END-OF-FILE-A                  VALUE 1.

           05  FIN-CUENTAS-SWITCH    PIC 9        VALUE ZEROS.
           88  FIN-CUENTAS                    VALUE 1.

           05  FIN-ORDENA-SWITCH     PIC 9        VALUE ZEROS.
           88  FIN-ORDENA                     VALUE 1.

           05  SIN-CUENTA-SWITCH     PIC 9        VALUE ZEROS.
           88  HAY-DEPARTAMENTO-SIN-CUENTA    VALUE 1.

           05  ERRORES-SWITCH      PIC 9        VALUE ZEROS.
           88  ERRORES                      VALUE 1.

           05  AUX-FECHA.
           10  AUX-ANO         PIC 9(4)     VALUE ZEROS.
           10  AUX-MES         PIC 9(2)     VALUE ZEROS.
           10  AUX-DIA         PIC 9(2)     VALUE ZEROS.

       PROCEDURE DIVISION.

       1000-PRINCIPAL.
           PERFORM 2000-INICIO

      *    LOS APUNTES SE ORDENAN POR CLAVE PORQUE NI EL CAMINO DE
      *    FECHA DE LA AUDITORIA NI EL FICHERO DE REVERSOS VIENEN EN
      *    ORDEN DE EMPLEADO: ASI EL CRUCE CON LA SALIDA Y LOS ATRASOS
      *    PUEDE AVANZAR SIEMPRE HACIA ADELANTE.
           IF  NOT ERRORES
           SORT ORDENA-APUNTES
                ON ASCENDING KEY ORD-CLAVE
                                 ORD-ESTADO
                INPUT PROCEDURE IS 3000-SELECCION
                 THRU 3000-SELECCION-EXIT
                OUTPUT PROCEDURE IS 4000-ACUMULAR
                 THRU 4000-ACUMULAR-EXIT
           END-IF

           IF  NOT ERRORES
           PERFORM 5000-ASIGNAR-CUENTAS
           END-IF

           IF  NOT ERRORES
           AND NOT HAY-DEPARTAMENTO-SIN-CUENTA
           PERFORM 6000-GRABAR-ASIENTO
           END-IF

           PERFORM 8000-FIN

           STOP RUN.

       2000-INICIO.
           DISPLAY 'COMIENZA EL PROGRAMA PB0XC332'.

           ACCEPT AUX-FECHA FROM DATE YYYYMMDD

           PERFORM 9600-LEER-FECHA-PARM

           MOVE AUX-FECHA TO WS-FECHA-NEGOCIO

           STRING AUX-DIA  '/' AUX-MES '/' AUX-ANO
                  DELIMITED BY SIZE INTO WS-FECHA-INFORME

      *    EL MODO RETROCESO NO DEPENDE DE LA CADENA: SE EJECUTA DETRAS
      *    DE PB0EC324 CUALQUIER DIA Y SIN NUMERO DE EJECUCION.
           IF  MODO-RETROCESO
           MOVE ZEROS TO EJE-NUMERO
                         EJE-FECHA-NEGOCIO

           ELSE
           PERFORM 9500-LEER-CONTROL-EJEC
           END-IF

           IF  MODO-RETROCESO
           OPEN INPUT  REVERSOS-ENT

           ELSE
           OPEN INPUT  AUDITORIA
           END-IF

           OPEN INPUT  ENTRADA-SALIDA
                       ATRASOS-ENT
                       CUENTAS
           OPEN OUTPUT ASIENTOS
                       INFORME

           IF  NOT MODO-RETROCESO
           AND FS-ERROR1 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR AUDITORIA ' FS-ERROR1
           SET ERRORES TO TRUE
           END-IF

           IF  MODO-RETROCESO
           AND FS-ERROR9 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR REVERSOS-ENT ' FS-ERROR9
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR2 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR SALIDA ' FS-ERROR2
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR3 NOT EQUAL TO ZEROS
           AND FS-ERROR3 NOT EQUAL TO 05
           DISPLAY 'ERROR AL ABRIR ATRASOS-ENT ' FS-ERROR3
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR3

           IF  FS-ERROR4 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR CUENTAS ' FS-ERROR4
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR ASIENTOS ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF

           IF  FS-ERROR6 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL ABRIR INFORME ' FS-ERROR6
           SET ERRORES TO TRUE
           END-IF

           IF  NOT ERRORES
           PERFORM 2100-LEER-CUENTA
            THRU 2100-LEER-CUENTA-EXIT
           UNTIL FIN-CUENTAS
              OR ERRORES
           END-IF

           IF  NOT ERRORES
           PERFORM 9300-ESCRIBIR-CABECERA

           PERFORM 9150-LEER-SALIDA

           PERFORM 9170-LEER-ATRASOS
           END-IF.

      *    LA TABLA DE CUENTAS SE CARGA ENTERA EN MEMORIA. UN
      *    DEPARTAMENTO REPETIDO O UNA TABLA QUE NO CABE CANCELAN EL
      *    PROGRAMA: CON CUALQUIERA DE LOS DOS EL ASIENTO PODRIA IR A
      *    UNA CUENTA EQUIVOCADA.
       2100-LEER-CUENTA.
           READ CUENTAS

           EVALUATE FS-ERROR4
           WHEN ZEROS
                 ADD 1 TO CTR-LEIDAS-CUENTAS

                 PERFORM 2110-GUARDAR-CUENTA

           WHEN 10
                 SET FIN-CUENTAS TO TRUE

           WHEN OTHER
                 DISPLAY 'ERROR AL LEER CUENTAS ' FS-ERROR4
                 SET ERRORES TO TRUE
           END-EVALUATE.

       2100-LEER-CUENTA-EXIT.
           EXIT.

       2110-GUARDAR-CUENTA.
           MOVE CTA-DEPARTAMENTO TO WS-DEPT-APUNTE

           PERFORM 5100-BUSCAR-CUENTA

           EVALUATE TRUE
           WHEN WS-CTA-ACTUAL GREATER THAN ZEROS
                 DISPLAY 'DEPARTAMENTO REPETIDO EN CUENTAS '
                          CTA-DEPARTAMENTO
                 SET ERRORES TO TRUE

           WHEN WS-NUM-CUENTAS NOT LESS THAN WS-MAX-CUENTAS
                 DISPLAY 'TABLA DE CUENTAS LLENA EN '
                          CTA-DEPARTAMENTO
                 SET ERRORES TO TRUE

           WHEN OTHER
                 ADD 1 TO WS-NUM-CUENTAS
                 MOVE CTA-DEPARTAMENTO
                      TO WS-CTA-DEPARTAMENTO (WS-NUM-CUENTAS)
                 MOVE CTA-CENTRO-COSTE
                      TO WS-CTA-CENTRO-COSTE (WS-NUM-CUENTAS)
                 MOVE CTA-GASTO-INCREMENTO
                      TO WS-CTA-GASTO-INCR (WS-NUM-CUENTAS)
                 MOVE CTA-GASTO-ATRASOS
                      TO WS-CTA-GASTO-ATR (WS-NUM-CUENTAS)
                 MOVE CTA-CONTRAPARTIDA
                      TO WS-CTA-CONTRAPARTIDA (WS-NUM-CUENTAS)
           END-EVALUATE.

      *    SOLO CUESTAN DINERO LOS APUNTES APLICADOS DE LA FECHA DE
      *    NEGOCIO (LOS RECHAZADOS NO SE CONTABILIZAN) Y, EN MODO
      *    RETROCESO, LOS APUNTES 'V' DEL FICHERO DE REVERSOS.
       3000-SELECCION.
           IF  MODO-RETROCESO
           PERFORM 9180-LEER-REVERSO

           PERFORM 3200-SELECCIONAR-REVERSO
            THRU 3200-SELECCIONAR-REVERSO-EXIT
           UNTIL END-OF-FILE
              OR ERRORES

           ELSE
           PERFORM 3050-POSICIONAR-AUDITORIA

           IF  NOT END-OF-FILE
           PERFORM 9100-LEER-AUDITORIA
           END-IF

           PERFORM 3100-SELECCIONAR-APUNTE
            THRU 3100-SELECCIONAR-APUNTE-EXIT
           UNTIL END-OF-FILE
              OR ERRORES
           END-IF.

       3000-SELECCION-EXIT.
           EXIT.

      *    EL HISTORICO ES INDEXADO CON CAMINO ALTERNATIVO POR FECHA:
      *    SE EMPIEZA EN EL PRIMER APUNTE DE LA FECHA DE NEGOCIO Y SE
      *    DEJA DE LEER AL LLEGAR A OTRA FECHA.
       3050-POSICIONAR-AUDITORIA.
           MOVE WS-FECHA-NEGOCIO TO AUD-REG-FECHA

           START AUDITORIA KEY IS EQUAL TO AUD-REG-FECHA
             INVALID KEY
                SET END-OF-FILE TO TRUE
           END-START.

      *    LOS RETROCESOS DE LA FECHA SE DEJAN PARA EL MODO 'R': SI SE
      *    TOMARAN AQUI, UNO HECHO ANTES DE ESTE PASO SE CONTABILIZARIA
      *    DOS VECES Y UNO HECHO DESPUES NINGUNA.
       3100-SELECCIONAR-APUNTE.
           IF  AUD-FECHA EQUAL TO WS-FECHA-NEGOCIO
           IF  AUD-APLICADO
           RELEASE REG-ORDENA FROM WS-REG-AUDITORIA

           ADD 1 TO CTR-SELECCIONADOS
           END-IF
           END-IF

           PERFORM 9100-LEER-AUDITORIA.

       3100-SELECCIONAR-APUNTE-EXIT.
           EXIT.

      *    EL FICHERO DE REVERSOS SOLO TRAE LOS RETROCESOS DE UNA
      *    EJECUCION DE PB0EC324, TODOS CON SU FECHA. SI NO ES LA FECHA
      *    DEL ASIENTO (PARM OLVIDADO AL RELANZAR OTRO DIA) SE CANCELA.
       3200-SELECCIONAR-REVERSO.
           IF  AUD-FECHA NOT EQUAL TO WS-FECHA-NEGOCIO
           DISPLAY 'REVERSO DE OTRA FECHA: ' AUD-FECHA
                   ' ASIENTO: ' WS-FECHA-NEGOCIO
                   '; INDICAR EN EL PARM LA FECHA DEL RETROCESO'
           SET ERRORES TO TRUE

           ELSE
           IF  AUD-REVERTIDO
           RELEASE REG-ORDENA FROM WS-REG-AUDITORIA

           ADD 1 TO CTR-SELECCIONADOS
           END-IF

           PERFORM 9180-LEER-REVERSO
           END-IF.

       3200-SELECCIONAR-REVERSO-EXIT.
           EXIT.

       4000-ACUMULAR.
           PERFORM 9200-RETORNAR-ORDENA

           PERFORM 4100-ACUMULAR-APUNTE
            THRU 4100-ACUMULAR-APUNTE-EXIT
           UNTIL FIN-ORDENA
              OR ERRORES.

       4000-ACUMULAR-EXIT.
           EXIT.

       4100-ACUMULAR-APUNTE.
           PERFORM 4110-POSICIONAR-SALIDA

           PERFORM 4200-BUSCAR-DEPARTAMENTO

           IF  WS-DEP-ACTUAL EQUAL TO ZEROS
           DISPLAY 'TABLA DE DEPARTAMENTOS LLENA EN ' WS-DEPT-APUNTE
           SET ERRORES TO TRUE

           ELSE
           IF  AUD-APLICADO
           ADD 1 TO CTR-APLICADOS
           ADD AUD-IMPORTE TO WS-DEP-INCREMENTO (WS-DEP-ACTUAL)
           ADD AUD-IMPORTE TO WS-TOT-INCREMENTO

           PERFORM 4300-CRUZAR-ATRASOS

           ELSE
      *    EL APUNTE DE RETROCESO LLEVA EL IMPORTE EN NEGATIVO.
           ADD 1 TO CTR-REVERTIDOS
           SUBTRACT AUD-IMPORTE FROM WS-DEP-RETROCESO (WS-DEP-ACTUAL)
           SUBTRACT AUD-IMPORTE FROM WS-TOT-RETROCESO
           END-IF
           END-IF

           PERFORM 9200-RETORNAR-ORDENA.

       4100-ACUMULAR-APUNTE-EXIT.
           EXIT.

       4110-POSICIONAR-SALIDA.
           PERFORM 4120-AVANZAR-SALIDA
            THRU 4120-AVANZAR-SALIDA-EXIT
           UNTIL CLAVE OF WS-IO-REG-MAESTRO GREATER THAN OR EQUAL
                                            TO AUD-CLAVE
               OR END-OF-FILE-S

           IF  CLAVE OF WS-IO-REG-MAESTRO EQUAL TO AUD-CLAVE
           MOVE WS-IO-DEPARTAMENTO TO WS-DEPT-APUNTE

           ELSE
           DISPLAY 'ATENCION: APUNTE SIN EMPLEADO EN LA SALIDA '
                    AUD-CLAVE
           MOVE '*** DESCONOCIDO' TO WS-DEPT-APUNTE
           END-IF.

       4120-AVANZAR-SALIDA.
           PERFORM 9150-LEER-SALIDA.

       4120-AVANZAR-SALIDA-EXIT.
           EXIT.

       4200-BUSCAR-DEPARTAMENTO.
           MOVE ZEROS TO WS-DEP-ACTUAL

           PERFORM 4210-COMPARAR-DEPARTAMENTO
            THRU 4210-COMPARAR-DEPARTAMENTO-EXIT
           VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX GREATER THAN WS-NUM-DEPARTAMENTOS
              OR WS-DEP-ACTUAL GREATER THAN ZEROS

           IF  WS-DEP-ACTUAL EQUAL TO ZEROS
           AND WS-NUM-DEPARTAMENTOS LESS THAN WS-MAX-DEPARTAMENTOS
           ADD 1 TO WS-NUM-DEPARTAMENTOS
           MOVE WS-NUM-DEPARTAMENTOS TO WS-DEP-ACTUAL
           MOVE WS-DEPT-APUNTE
                TO WS-DEP-DEPARTAMENTO (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-CUENTA (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-INCREMENTO (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-ATRASOS (WS-DEP-ACTUAL)
           MOVE ZEROS TO WS-DEP-RETROCESO (WS-DEP-ACTUAL)
           END-IF.

       4210-COMPARAR-DEPARTAMENTO.
           IF  WS-DEP-DEPARTAMENTO (WS-DEP-IDX) EQUAL TO WS-DEPT-APUNTE
           MOVE WS-DEP-IDX TO WS-DEP-ACTUAL
           END-IF.

       4210-COMPARAR-DEPARTAMENTO-EXIT.
           EXIT.

       4300-CRUZAR-ATRASOS.
           PERFORM 4310-AVANZAR-ATRASO
            THRU 4310-AVANZAR-ATRASO-EXIT
           UNTIL WS-ATR-CLAVE GREATER THAN OR EQUAL TO AUD-CLAVE

           IF  WS-ATR-CLAVE EQUAL TO AUD-CLAVE
           ADD WS-ATR-IMPORTE TO WS-DEP-ATRASOS (WS-DEP-ACTUAL)
           ADD WS-ATR-IMPORTE TO WS-TOT-ATRASOS

           PERFORM 9170-LEER-ATRASOS
           END-IF.

       4310-AVANZAR-ATRASO.
           PERFORM 9170-LEER-ATRASOS.

       4310-AVANZAR-ATRASO-EXIT.
           EXIT.

      *    CADA DEPARTAMENTO DEL DIA TIENE QUE ESTAR EN LA TABLA DE
      *    CUENTAS; LOS QUE FALTAN SE LISTAN TODOS ANTES DE PARAR.
       5000-ASIGNAR-CUENTAS.
           PERFORM 5010-ASIGNAR-CUENTA
            THRU 5010-ASIGNAR-CUENTA-EXIT
           VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX GREATER THAN WS-NUM-DEPARTAMENTOS.

       5010-ASIGNAR-CUENTA.
           MOVE WS-DEP-DEPARTAMENTO (WS-DEP-IDX) TO WS-DEPT-APUNTE

           PERFORM 5100-BUSCAR-CUENTA

           MOVE WS-CTA-ACTUAL TO WS-DEP-CUENTA (WS-DEP-IDX)

           IF  WS-CTA-ACTUAL EQUAL TO ZEROS
           SET HAY-DEPARTAMENTO-SIN-CUENTA TO TRUE
           ADD 1 TO CTR-SIN-CUENTA

           PERFORM 9320-ESCRIBIR-SIN-CUENTA
           END-IF.

       5010-ASIGNAR-CUENTA-EXIT.
           EXIT.

       5100-BUSCAR-CUENTA.
           MOVE ZEROS TO WS-CTA-ACTUAL

           PERFORM 5110-COMPARAR-CUENTA
            THRU 5110-COMPARAR-CUENTA-EXIT
           VARYING WS-CTA-IDX FROM 1 BY 1
           UNTIL WS-CTA-IDX GREATER THAN WS-NUM-CUENTAS
              OR WS-CTA-ACTUAL GREATER THAN ZEROS.

       5110-COMPARAR-CUENTA.
           IF  WS-CTA-DEPARTAMENTO (WS-CTA-IDX) EQUAL TO WS-DEPT-APUNTE
           MOVE WS-CTA-IDX TO WS-CTA-ACTUAL
           END-IF.

       5110-COMPARAR-CUENTA-EXIT.
           EXIT.

       6000-GRABAR-ASIENTO.
           PERFORM 9400-GRABAR-CABECERA-AST

           PERFORM 6100-ASIENTO-DEPARTAMENTO
            THRU 6100-ASIENTO-DEPARTAMENTO-EXIT
           VARYING WS-DEP-IDX FROM 1 BY 1
           UNTIL WS-DEP-IDX GREATER THAN WS-NUM-DEPARTAMENTOS
              OR ERRORES

           IF  NOT ERRORES
           PERFORM 9420-GRABAR-COLA-AST

           PERFORM 9340-ESCRIBIR-TOTALES
           END-IF.

       6100-ASIENTO-DEPARTAMENTO.
           MOVE WS-DEP-CUENTA (WS-DEP-IDX) TO WS-CTA-ACTUAL

           PERFORM 9310-ESCRIBIR-DEPARTAMENTO

           IF  WS-DEP-INCREMENTO (WS-DEP-IDX) GREATER THAN ZEROS
           MOVE WS-CTA-GASTO-INCR (WS-CTA-ACTUAL)
                TO WS-PAR-CUENTA-DEBE
           MOVE WS-CTA-CONTRAPARTIDA (WS-CTA-ACTUAL)
                TO WS-PAR-CUENTA-HABER
           MOVE 'I' TO WS-PAR-CONCEPTO
           MOVE WS-DEP-INCREMENTO (WS-DEP-IDX) TO WS-PAR-IMPORTE

           PERFORM 7200-GRABAR-PAREJA
           END-IF

           IF  WS-DEP-ATRASOS (WS-DEP-IDX) GREATER THAN ZEROS
           MOVE WS-CTA-GASTO-ATR (WS-CTA-ACTUAL)
                TO WS-PAR-CUENTA-DEBE
           MOVE WS-CTA-CONTRAPARTIDA (WS-CTA-ACTUAL)
                TO WS-PAR-CUENTA-HABER
           MOVE 'A' TO WS-PAR-CONCEPTO
           MOVE WS-DEP-ATRASOS (WS-DEP-IDX) TO WS-PAR-IMPORTE

           PERFORM 7200-GRABAR-PAREJA
           END-IF

           IF  WS-DEP-RETROCESO (WS-DEP-IDX) GREATER THAN ZEROS
           MOVE WS-CTA-CONTRAPARTIDA (WS-CTA-ACTUAL)
                TO WS-PAR-CUENTA-DEBE
           MOVE WS-CTA-GASTO-INCR (WS-CTA-ACTUAL)
                TO WS-PAR-CUENTA-HABER
           MOVE 'R' TO WS-PAR-CONCEPTO
           MOVE WS-DEP-RETROCESO (WS-DEP-IDX) TO WS-PAR-IMPORTE

           PERFORM 7200-GRABAR-PAREJA
           END-IF.

       6100-ASIENTO-DEPARTAMENTO-EXIT.
           EXIT.

      *    TODO IMPORTE SE GRABA DOS VECES, AL DEBE Y AL HABER, CON EL
      *    MISMO CENTRO DE COSTE: EL ASIENTO CUADRA POR CONSTRUCCION
      *    EN CADA DEPARTAMENTO Y EN EL TOTAL.
       7200-GRABAR-PAREJA.
           MOVE SPACES                TO REG-ASIENTO
           MOVE '2'                   TO AST-TIPO-REG
           MOVE EJE-NUMERO            TO AST-NUM-EJECUCION
           MOVE WS-FECHA-NEGOCIO      TO AST-FECHA
           MOVE WS-CTA-CENTRO-COSTE (WS-CTA-ACTUAL)
                                      TO AST-CENTRO-COSTE
           MOVE WS-DEP-DEPARTAMENTO (WS-DEP-IDX)
                                      TO AST-DEPARTAMENTO
           MOVE WS-PAR-CONCEPTO       TO AST-CONCEPTO
           MOVE WS-PAR-IMPORTE        TO AST-IMPORTE

           MOVE WS-PAR-CUENTA-DEBE    TO AST-CUENTA
           SET AST-DEBE TO TRUE

           PERFORM 9410-GRABAR-LINEA-AST

           ADD WS-PAR-IMPORTE TO WS-TOT-DEBE

           MOVE WS-PAR-CUENTA-HABER   TO AST-CUENTA
           SET AST-HABER TO TRUE

           PERFORM 9410-GRABAR-LINEA-AST

           ADD WS-PAR-IMPORTE TO WS-TOT-HABER.

       8000-FIN.
           IF  ERRORES
           DISPLAY '////////////////////'
           DISPLAY '//A T E N C I O N///'
           DISPLAY '/////ERRORES////////'
           DISPLAY '/SE CANCELA EL PGM//'
           DISPLAY '///Y EL JCL ////////'

           MOVE 1001 TO RETURN-CODE

           ELSE
           IF  HAY-DEPARTAMENTO-SIN-CUENTA
           DISPLAY '////////////////////'
           DISPLAY '//A T E N C I O N///'
           DISPLAY '//DEPARTAMENTOS SIN/'
           DISPLAY '//CUENTA CONTABLE,//'
           DISPLAY '//NO SE GENERA EL///'
           DISPLAY '//ASIENTO///////////'

           MOVE 1001 TO RETURN-CODE

           ELSE
           DISPLAY '********************'
           DISPLAY '***EJECUCION OK*****'
           DISPLAY '********************'
           END-IF

           DISPLAY 'LEIDOS AUDITORIA   ' CTR-LEIDOS-AUDIT
           DISPLAY 'LEIDOS SALIDA      ' CTR-LEIDOS-SALIDA
           DISPLAY 'LEIDAS CUENTAS     ' CTR-LEIDAS-CUENTAS
           DISPLAY 'APUNTES DEL DIA    ' CTR-SELECCIONADOS
           DISPLAY 'APLICADOS          ' CTR-APLICADOS
           DISPLAY 'REVERTIDOS         ' CTR-REVERTIDOS
           DISPLAY 'DEPTOS SIN CUENTA  ' CTR-SIN-CUENTA
           DISPLAY 'LINEAS DE ASIENTO  ' CTR-GRABADOS
           END-IF

           IF  NOT ERRORES
           AND MODO-RETROCESO
           CLOSE REVERSOS-ENT
           END-IF

           IF  NOT ERRORES
           AND NOT MODO-RETROCESO
           CLOSE AUDITORIA
           END-IF

           IF NOT ERRORES
           CLOSE ENTRADA-SALIDA
                  ATRASOS-ENT
                  CUENTAS
                  ASIENTOS
                  INFORME
           END-IF

           DISPLAY 'FIN DEL PROGRAMA PB0XC332'.

      *    LEYENDO POR LA CLAVE ALTERNATIVA DE FECHA, EL STATUS 02
      *    SOLO AVISA DE QUE EL SIGUIENTE APUNTE ES DE LA MISMA FECHA.
       9100-LEER-AUDITORIA.
           READ AUDITORIA NEXT RECORD INTO WS-REG-AUDITORIA

           EVALUATE FS-ERROR1
           WHEN ZEROS
           WHEN 02
                  IF  AUD-FECHA NOT EQUAL TO WS-FECHA-NEGOCIO
                  SET END-OF-FILE TO TRUE

                  ELSE
                  ADD 1 TO CTR-LEIDOS-AUDIT
                  END-IF

           WHEN 10
                  SET END-OF-FILE TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER AUDITORIA ' FS-ERROR1
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9150-LEER-SALIDA.
           READ ENTRADA-SALIDA INTO WS-IO-REG-MAESTRO

           EVALUATE FS-ERROR2
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-SALIDA

           WHEN 10
                  SET END-OF-FILE-S TO TRUE

                  MOVE HIGH-VALUES TO CLAVE OF WS-IO-REG-MAESTRO

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER SALIDA ' FS-ERROR2
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9170-LEER-ATRASOS.
           READ ATRASOS-ENT

           EVALUATE FS-ERROR3
           WHEN ZEROS
                  MOVE ATR-CLAVE   TO WS-ATR-CLAVE
                  MOVE ATR-IMPORTE TO WS-ATR-IMPORTE

           WHEN 10
                  SET END-OF-FILE-A TO TRUE

                  MOVE HIGH-VALUES TO WS-ATR-CLAVE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER ATRASOS-ENT ' FS-ERROR3
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9180-LEER-REVERSO.
           READ REVERSOS-ENT INTO WS-REG-AUDITORIA

           EVALUATE FS-ERROR9
           WHEN ZEROS
                  ADD 1 TO CTR-LEIDOS-AUDIT

           WHEN 10
                  SET END-OF-FILE TO TRUE

           WHEN OTHER
                  DISPLAY 'ERROR AL LEER REVERSOS-ENT ' FS-ERROR9
                  SET ERRORES TO TRUE
           END-EVALUATE.

       9200-RETORNAR-ORDENA.
           RETURN ORDENA-APUNTES INTO WS-REG-AUDITORIA
             AT END
                SET FIN-ORDENA TO TRUE
           END-RETURN.

       9300-ESCRIBIR-CABECERA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE ZEROS TO WS-LINEAS-PAGINA
           MOVE WS-NUM-PAGINA TO WS-ED-PAGINA
           MOVE EJE-NUMERO    TO WS-ED-EJECUCION

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'ASIENTO DE COSTE DE SUBIDAS  EJEC: ' WS-ED-EJECUCION
                  '  FECHA: ' WS-FECHA-INFORME
                  '  PAG: ' WS-ED-PAGINA
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING PAGE

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'DEPARTAMENTO    CENTRO     '
                  '  INCREMENTO  '
                  '     ATRASOS  '
                  '   RETROCESO'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES.

       9310-ESCRIBIR-DEPARTAMENTO.
           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE WS-DEP-INCREMENTO (WS-DEP-IDX) TO WS-ED-INCREMENTO
           MOVE WS-DEP-ATRASOS (WS-DEP-IDX)    TO WS-ED-ATRASOS
           MOVE WS-DEP-RETROCESO (WS-DEP-IDX)  TO WS-ED-RETROCESO

           MOVE SPACES TO WS-LINEA-INFORME
           STRING WS-DEP-DEPARTAMENTO (WS-DEP-IDX) ' '
                  WS-CTA-CENTRO-COSTE (WS-CTA-ACTUAL) ' '
                  WS-ED-INCREMENTO '  '
                  WS-ED-ATRASOS    '  '
                  WS-ED-RETROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       9320-ESCRIBIR-SIN-CUENTA.
           DISPLAY 'ATENCION: DEPARTAMENTO SIN CUENTA CONTABLE '
                    WS-DEPT-APUNTE

           IF  WS-LINEAS-PAGINA GREATER THAN OR EQUAL TO
                                             WS-MAX-LINEAS-PAGINA
           PERFORM 9300-ESCRIBIR-CABECERA
           END-IF

           MOVE SPACES TO WS-LINEA-INFORME
           STRING WS-DEPT-APUNTE ' '
                  '*** SIN CUENTA CONTABLE, NO SE GENERA ASIENTO'
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 1 LINE

           ADD 1 TO WS-LINEAS-PAGINA.

       9340-ESCRIBIR-TOTALES.
           MOVE WS-TOT-INCREMENTO TO WS-ED-INCREMENTO
           MOVE WS-TOT-ATRASOS    TO WS-ED-ATRASOS
           MOVE WS-TOT-RETROCESO  TO WS-ED-RETROCESO

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'TOTAL COMPANIA             '
                  WS-ED-INCREMENTO '  '
                  WS-ED-ATRASOS    '  '
                  WS-ED-RETROCESO
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES

           MOVE WS-TOT-DEBE  TO WS-ED-TOTAL
           MOVE WS-TOT-HABER TO WS-ED-TOTAL2

           MOVE SPACES TO WS-LINEA-INFORME
           STRING 'TOTAL DEBE: ' WS-ED-TOTAL
                  '  TOTAL HABER: ' WS-ED-TOTAL2
                  DELIMITED BY SIZE INTO WS-LINEA-INFORME

           WRITE REG-INFORME FROM WS-LINEA-INFORME
             AFTER ADVANCING 2 LINES.

       9400-GRABAR-CABECERA-AST.
           MOVE SPACES           TO REG-CABECERA-AST
           MOVE '1'              TO CAB-TIPO-REG
           MOVE WS-FECHA-NEGOCIO TO CAB-FECHA
           IF  MODO-RETROCESO
           MOVE 'RETROCES'       TO CAB-ORIGEN

           ELSE
           MOVE 'SALARIOS'       TO CAB-ORIGEN
           END-IF

           MOVE EJE-NUMERO       TO CAB-NUM-EJECUCION

           WRITE REG-CABECERA-AST

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL GRABAR ASIENTOS ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF.

       9410-GRABAR-LINEA-AST.
           WRITE REG-ASIENTO

           IF  FS-ERROR5 EQUAL TO ZEROS
           ADD 1 TO CTR-GRABADOS

           ELSE
           DISPLAY 'ERROR AL GRABAR ASIENTOS ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF.

       9420-GRABAR-COLA-AST.
           MOVE SPACES        TO REG-COLA-AST
           MOVE '3'           TO COLA-TIPO-REG
           MOVE CTR-GRABADOS  TO COLA-REGISTROS
           MOVE WS-TOT-DEBE   TO COLA-TOT-DEBE
           MOVE WS-TOT-HABER  TO COLA-TOT-HABER

           WRITE REG-COLA-AST

           IF  FS-ERROR5 NOT EQUAL TO ZEROS
           DISPLAY 'ERROR AL GRABAR ASIENTOS ' FS-ERROR5
           SET ERRORES TO TRUE
           END-IF.

       9500-LEER-CONTROL-EJEC.
           OPEN INPUT CONTROL-EJEC

           IF  FS-ERROR7 EQUAL TO ZEROS
           READ CONTROL-EJEC INTO WS-REG-CONTROL-EJEC

           EVALUATE FS-ERROR7
           WHEN ZEROS
                 CONTINUE

           WHEN 10
                 DISPLAY 'SIN REGISTRO DE CONTROL DE EJECUCION; '
                         'FALTA LA APERTURA DE PB0EC318'
                 SET ERRORES TO TRUE

           WHEN OTHER
                 DISPLAY 'ERROR AL LEER CONTROL-EJEC ' FS-ERROR7
                 SET ERRORES TO TRUE
           END-EVALUATE

           CLOSE CONTROL-EJEC

           ELSE
           DISPLAY 'ERROR AL ABRIR CONTROL-EJEC ' FS-ERROR7
           SET ERRORES TO TRUE
           END-IF

           MOVE ZEROS TO FS-ERROR7

           IF  NOT ERRORES
           AND EJE-FECHA-NEGOCIO NOT EQUAL TO WS-FECHA-NEGOCIO
           DISPLAY '////////////////////'
           DISPLAY '//A T E N C I O N///'
           DISPLAY '//EL CONTROL DE/////'
           DISPLAY '//EJECUCION ES DE///'
           DISPLAY '//OTRA FECHA DE/////'
           DISPLAY '//NEGOCIO///////////'
           DISPLAY 'CONTROL: ' EJE-FECHA-NEGOCIO
                   ' EJECUCION: ' WS-FECHA-NEGOCIO
           SET ERRORES TO TRUE
           END-IF.

       9600-LEER-FECHA-PARM.
           OPEN INPUT PARM-FILE

      *    UN SELECT OPTIONAL SIN FICHERO EN DISCO DEVUELVE FILE
      *    STATUS 05 EN EL OPEN (NO 00), PERO EL FICHERO QUEDA ABIERTO
      *    IGUALMENTE; HAY QUE CERRARLO EN AMBOS CASOS. SE USA EL
      *    MISMO PARM QUE PB0EC319 PARA CONTABILIZAR LA MISMA FECHA
      *    DE NEGOCIO QUE CRUZO LA CADENA.
           IF  FS-ERROR8 EQUAL TO ZEROS
           OR  FS-ERROR8 EQUAL TO 05
           READ PARM-FILE INTO WS-PARM-REGISTRO

           IF  FS-ERROR8 EQUAL TO ZEROS
           AND WS-PARM-FECHA NOT EQUAL TO SPACES
           MOVE WS-PARM-ANO TO AUX-ANO
           MOVE WS-PARM-MES TO AUX-MES
           MOVE WS-PARM-DIA TO AUX-DIA

           DISPLAY 'FECHA DE EJECUCION TOMADA DEL PARM: '
                    WS-PARM-FECHA
           END-IF

      *    EL MODO 'R' CONTABILIZA LOS RETROCESOS DE PB0EC324;
      *    CUALQUIER OTRO MODO NO BLANCO ES CASI SEGURO UN PARM MAL
      *    TECLEADO Y SE CANCELA.
           IF  FS-ERROR8 EQUAL TO ZEROS
           AND WS-PARM-MODO NOT EQUAL TO SPACES
           AND NOT MODO-RETROCESO
           DISPLAY 'MODO DE EJECUCION DESCONOCIDO EN EL PARM: '
                    WS-PARM-MODO
           SET ERRORES TO TRUE
           END-IF

           IF  MODO-RETROCESO
           DISPLAY '*** EJECUCION EN MODO RETROCESO: SOLO SE '
                   'CONTABILIZAN LOS REVERSOS DE PB0EC324 ***'
           END-IF

           CLOSE PARM-FILE
           END-IF

           MOVE ZEROS TO FS-ERROR8.
