      ******************************************************************
      *  COPY:        VAUDI                                            *
      *  DESCRIPCION:  REGISTRO DEL HISTORICO ACUMULATIVO DE AUDITORIA *
      *  LONGITUD:     90 BYTES                                        *
      *                                                                *
      *  MODIFICACIONES:                                                *
      *  - EXTRAIDO DE PB0EC319 AL COMPARTIRSE EL LAYOUT CON EL         *
      *  - ANADIDO EL ESTADO 'V' (REVERTIDO) CON EL QUE EL PROGRAMA DE  *
      *    RETROCESO (PB0EC324) DEJA CONSTANCIA DE CADA INCREMENTO      *
      *    DESHECHO SIN TOCAR EL APUNTE ORIGINAL.                       *
      *  - ANADIDO EL APROBADOR DE LA SEGUNDA FIRMA (AUD-APROBADOR),    *
      *    QUE SOLO EN LOS APUNTES 'A' OCUPA EL ESPACIO DE AUD-MOTIVO   *
      *    (EN BLANCO: SUBIDA QUE NO HA NECESITADO SEGUNDA FIRMA).      *
      *  - EL HISTORICO PASA A INDEXADO POR EMPLEADO Y FECHA, CON       *
      *    CAMINO ALTERNATIVO POR FECHA. COMO UN EMPLEADO PUEDE TENER   *
      *    VARIOS APUNTES EN LA MISMA FECHA (RECHAZOS DE UNA MISMA      *
      *    TIRADA, REVERSION DEL DIA) SE ANADE UN NUMERO DE SECUENCIA   *
      *    QUE COMPLETA LA CLAVE. EL REGISTRO PASA A 90 BYTES; EL       *
      *    HISTORICO SECUENCIAL SE CARGA UNA VEZ CON PB0EC335.          *
      ******************************************************************
           10  AUD-LLAVE.
               15  AUD-CLAVE      PIC X(05)    VALUE SPACES.
               15  AUD-FECHA      PIC 9(08)    VALUE ZEROS.
               15  AUD-SECUENCIA  PIC 9(04)    VALUE ZEROS.
           10  AUD-SALARIO-ANT    PIC 9(09)V99 VALUE ZEROS.
           10  AUD-IMPORTE        PIC S9(7)V99 VALUE ZEROS.
           10  AUD-SALARIO-NUEVO  PIC 9(09)V99 VALUE ZEROS.
               88  AUD-RECHAZADO               VALUE 'R'.
               88  AUD-REVERTIDO               VALUE 'V'.
           10  AUD-MOTIVO         PIC X(40)    VALUE SPACES.
           10  AUD-DATOS-APLICADO REDEFINES AUD-MOTIVO.
               15  AUD-APROBADOR  PIC X(08).
               15  FILLER         PIC X(32).
