      ******************************************************************
      *  COPY:        VPASO                                            *
      *  DESCRIPCION:  REGISTRO DEL FICHERO PERMANENTE DE PASOS DE LA  *
      *               CADENA NOCTURNA (UN REGISTRO POR CADA PASO Y     *
      *               CADA VEZ QUE SE EJECUTA)                         *
      *  LONGITUD:     100 BYTES                                       *
      *                                                                *
      *  MODIFICACIONES:                                                *
      *  - CREADO PARA QUE CADA PROGRAMA DE LA CADENA DEJE EL NUMERO DE *
      *    EJECUCION, LA FECHA DE NEGOCIO, LAS HORAS DE INICIO Y FIN,   *
      *    EL RETURN-CODE Y SUS CONTADORES PRINCIPALES. CADA PROGRAMA   *
      *    LLEVA A CADA CONTADOR LO QUE MAS SE LE PARECE Y DEJA A CERO  *
      *    LOS QUE NO TIENE. LO LISTA PB0EC334.                         *
      ******************************************************************
           10  PAS-NUM-EJECUCION  PIC 9(07)    VALUE ZEROS.
           10  PAS-FECHA-NEGOCIO  PIC 9(08)    VALUE ZEROS.
           10  PAS-PROGRAMA       PIC X(08)    VALUE SPACES.
           10  PAS-FECHA-INICIO   PIC 9(08)    VALUE ZEROS.
           10  PAS-HORA-INICIO    PIC 9(08)    VALUE ZEROS.
           10  PAS-FECHA-FIN      PIC 9(08)    VALUE ZEROS.
           10  PAS-HORA-FIN       PIC 9(08)    VALUE ZEROS.
           10  PAS-RETURN-CODE    PIC 9(04)    VALUE ZEROS.
           10  PAS-LEIDOS         PIC 9(07)    VALUE ZEROS.
           10  PAS-APLICADOS      PIC 9(07)    VALUE ZEROS.
           10  PAS-RECHAZADOS     PIC 9(07)    VALUE ZEROS.
           10  PAS-RETENIDOS      PIC 9(07)    VALUE ZEROS.
           10  PAS-GRABADOS       PIC 9(07)    VALUE ZEROS.
           10  FILLER             PIC X(06)    VALUE SPACES.
