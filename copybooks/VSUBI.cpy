      *  - ANADIDO EL CONTADOR DE CICLOS DE RECICLAJE AL FINAL DEL      *
      *    REGISTRO; EN BLANCO EQUIVALE A CERO (REGISTRO QUE NUNCA      *
      *    HA SIDO RECHAZADO NI RECICLADO).                             *
      *  - ANADIDO EL APROBADOR DE LA SEGUNDA FIRMA SOBRE EL PRIMER     *
      *    FILLER; LO SELLA PB0EC318 EN LAS SUBIDAS QUE SUPERAN EL      *
      *    UMBRAL DE APROBACION. EN BLANCO EQUIVALE A SUBIDA QUE NO HA  *
      *    NECESITADO SEGUNDA FIRMA.                                    *
      ******************************************************************
           10  WS-IN-CODIGO       PIC X(5)   VALUE ZEROS.
           10  WS-IN-TIPO-SUBIDA  PIC X(01)  VALUE 'F'.
               15  WS-IN-FECHA-EFECTO-DIA  PIC 9(02).
           10  WS-IN-FECHA-EFECTO-N REDEFINES WS-IN-FECHA-EFECTO
                               PIC 9(08).
           10  WS-IN-APROBADOR PIC X(08)    VALUE SPACES.
           10  FILLER          PIC X(32)    VALUE SPACES.
           10  WS-IN-SUBIDA    PIC S9(9) PACKED-DECIMAL VALUE ZEROS.
           10  WS-IN-SUBIDA-PCT REDEFINES WS-IN-SUBIDA
                               PIC S9(7)V99 PACKED-DECIMAL.
