      ******************************************************************
      *  COPY:        VHMAE                                            *
      *  DESCRIPCION:  REGISTRO DEL HISTORICO PERMANENTE DE CAMBIOS    *
      *               DEL MAESTRO DE EMPLEADOS (UN REGISTRO POR CADA   *
      *               CAMPO QUE CAMBIA UN MOVIMIENTO DE PB0EC317)      *
      *  LONGITUD:     100 BYTES                                       *
      *                                                                *
      *  MODIFICACIONES:                                                *
      *  - CREADO PARA QUE ALTAS, BAJAS, MODIFICACIONES Y PROMOCIONES   *
      *    DEJEN RASTRO DEL VALOR ANTERIOR Y EL NUEVO DE CADA CAMPO,    *
      *    CON LA FECHA DE NEGOCIO, EL ORDEN DEL MOVIMIENTO EN EL       *
      *    FICHERO Y EL LOTE DE RRHH DEL QUE VINO (EN BLANCO EN EL      *
      *    MOVIMIENTO: SE GUARDA LA FECHA DE NEGOCIO AAAAMMDD). LO      *
      *    CONSULTA PB0EC333.                                           *
      ******************************************************************
           10  HIS-CLAVE          PIC X(05)    VALUE SPACES.
           10  HIS-FECHA          PIC 9(08)    VALUE ZEROS.
           10  HIS-SECUENCIA      PIC 9(05)    VALUE ZEROS.
           10  HIS-TIPO-MOV       PIC X(01)    VALUE SPACES.
               88  HIS-ALTA                    VALUE 'A'.
               88  HIS-BAJA                    VALUE 'B'.
               88  HIS-MODIFICACION            VALUE 'M'.
               88  HIS-PROMOCION               VALUE 'P'.
           10  HIS-CAMPO          PIC X(12)    VALUE SPACES.
               88  HIS-CAMPO-NOMBRE            VALUE 'NOMBRE'.
               88  HIS-CAMPO-DEPARTAMENTO      VALUE 'DEPARTAMENTO'.
               88  HIS-CAMPO-CATEGORIA         VALUE 'CATEGORIA'.
               88  HIS-CAMPO-ESTADO            VALUE 'ESTADO'.
               88  HIS-CAMPO-FECHA-ALTA        VALUE 'FECHA-ALTA'.
               88  HIS-CAMPO-SALARIO           VALUE 'SALARIO'.
           10  HIS-VALOR-ANTERIOR PIC X(25)    VALUE SPACES.
           10  HIS-VALOR-NUEVO    PIC X(25)    VALUE SPACES.
           10  HIS-LOTE           PIC X(08)    VALUE SPACES.
           10  FILLER             PIC X(11)    VALUE SPACES.
