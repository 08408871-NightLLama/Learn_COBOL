      ******************************************************************
      * Mantenimiento del registro de activos fijos (ACTFIJO, ver
      * ACTFIJO.CPY): alta de un bien con su etiqueta, descripción,
      * campus, fecha de alta, costo, vida útil, valor residual,
      * método y cuentas GL; modificación (con depreciación ya
      * tomada sólo cambian descripción, campus y cuentas - el costo,
      * la vida, el residual y el método quedan como se depreciaron);
      * baja por venta o descarte, y consulta.
      * La baja calcula el resultado contra el valor neto en libros
      * (producido menos costo más depreciación acumulada) y lo
      * postea por GRABAR-ASIENTO-GL en el campus del bien: débito a
      * depreciación acumulada y a caja por lo cobrado, crédito al
      * activo por el costo, y la diferencia a la cuenta de resultado
      * por bajas (crédito si es ganancia, débito si es pérdida).
      * Antes de tocar nada se consulta el control de período
      * GLPERIOD: con el mes cerrado la baja no se hace, para que el
      * asiento no quede a medias.  La depreciación del mes de la
      * baja es la que ya haya tomado DEPRECIATION-RUN.  Mismo molde
      * de mantenimiento que VENDOR-MAINT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSET-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS-FIJOS ASSIGN TO "ACTFIJO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AF-ETIQUETA
               FILE STATUS IS FS-ACTIVOS-FIJOS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-POST.
           SELECT GL-FIXED-FILE ASSIGN TO "GLPOSTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-POSTF.
           SELECT GL-REVHOLD-FILE ASSIGN TO "GLREVHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GL-REVHOLD.
           SELECT PERIODO-CONTROL ASSIGN TO "GLPERIOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODO-CONTROL.
           SELECT CHART-ACCOUNTS ASSIGN TO "CHARTCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CUENTA
               FILE STATUS IS FS-CHART-ACCOUNTS.
           SELECT CAMPUS-CONTROL ASSIGN TO "CAMPUSCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CODIGO
               FILE STATUS IS FS-CAMPUS-CONTROL.

           SELECT EXCEPTION-LOG ASSIGN TO "EXCEPTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPTION-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVOS-FIJOS.
           COPY ACTFIJO.

       FD  GL-POSTING-FILE.
       01  REG-GL-POSTING PIC X(120).
       FD  GL-FIXED-FILE.
       01  REG-GL-POSTF PIC X(100).
       FD  GL-REVHOLD-FILE.
       01  REG-GL-REVHOLD PIC X(100).
       FD  PERIODO-CONTROL.
       01  REG-PERIODO-CONTROL.
           05  PER-ABIERTO PIC 9(6).
       FD  CHART-ACCOUNTS.
           COPY CHARTCTA.
       FD  CAMPUS-CONTROL.
           COPY CAMPUS.

       FD  EXCEPTION-LOG.
       01  REG-EXCEPTION-LOG PIC X(130).

       WORKING-STORAGE SECTION.
       01  FS-ACTIVOS-FIJOS PIC XX.
           88  FS-AF-OK            VALUE "00".
           88  FS-AF-NO-EXISTE     VALUE "35".
       01  OPCION-MANT PIC A.
           88  MANT-ALTA       VALUE "A".
           88  MANT-MODIFICAR  VALUE "M".
           88  MANT-BAJA       VALUE "B".
           88  MANT-CONSULTA   VALUE "C".
           88  MANT-FIN        VALUE "F".
       01  OPCION-CONFIRMA PIC A.
       01  SW-FECHA-OK PIC A.
           88  FECHA-OK VALUE "S".
       01  FECHA-ENTRADA PIC X(8).
       01  VIDA-ENTRADA PIC X(2).
       01  METODO-ENTRADA PIC A.
       01  MONTO-ENTRADA PIC X(14).
       01  VALOR-NETO PIC S9(9)V99.
       01  PRODUCIDO PIC 9(9)V99.
       01  RESULTADO-BAJA PIC S9(9)V99.
       01  CUENTA-CAJA PIC X(10).
       01  CUENTA-RESULTADO PIC X(10).
       01  DESCRIPCION-BAJA PIC X(30).
       01  MONTO-ED PIC $$$,$$$,$$9.99-.
       01  FECHA-ED PIC 9999/99/99.
           COPY NUMCHK.
           COPY GLPOST.
           COPY CAMPCHK.
           COPY EXCLOG.
           COPY FILECHK.
           COPY OPERSESS.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ACTIVOS.
           MOVE SPACE TO OPCION-MANT.
           PERFORM PEDIR-OPCION-MANT UNTIL MANT-FIN.
           CLOSE ACTIVOS-FIJOS.
           STOP RUN.

       ABRIR-ACTIVOS.
           OPEN I-O ACTIVOS-FIJOS.
           IF FS-AF-NO-EXISTE
               OPEN OUTPUT ACTIVOS-FIJOS
               CLOSE ACTIVOS-FIJOS
               OPEN I-O ACTIVOS-FIJOS
           END-IF.

       PEDIR-OPCION-MANT.
           DISPLAY "ACTIVOS FIJOS - (A)LTA, (M)ODIFICAR, (B)AJA,"
                   " (C)ONSULTA, (F)IN: ".
           ACCEPT OPCION-MANT.
           MOVE FUNCTION UPPER-CASE(OPCION-MANT) TO OPCION-MANT.
           EVALUATE TRUE
               WHEN MANT-ALTA
                   PERFORM ALTA-ACTIVO
               WHEN MANT-MODIFICAR
                   PERFORM MODIFICAR-ACTIVO
               WHEN MANT-BAJA
                   PERFORM BAJA-ACTIVO THRU BAJA-ACTIVO-FIN
               WHEN MANT-CONSULTA
                   PERFORM CONSULTAR-ACTIVO
               WHEN MANT-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCIÓN INVÁLIDA, REINGRESE"
           END-EVALUATE.

       PEDIR-ETIQUETA.
           DISPLAY "NÚMERO DE ETIQUETA DEL BIEN (10 POSICIONES): ".
           ACCEPT AF-ETIQUETA.
           MOVE FUNCTION UPPER-CASE(AF-ETIQUETA) TO AF-ETIQUETA.

       ALTA-ACTIVO.
           PERFORM PEDIR-ETIQUETA.
           IF AF-ETIQUETA = SPACES
               DISPLAY "ETIQUETA EN BLANCO"
           ELSE
               PERFORM PEDIR-DATOS-GENERALES
               PERFORM PEDIR-DATOS-DEPRECIACION
               MOVE 0 TO AF-DEPREC-ACUM
               MOVE 0 TO AF-MESES-DEPREC
               MOVE 0 TO AF-ULTIMO-PERIODO
               MOVE "A" TO AF-ESTADO
               MOVE 0 TO AF-FECHA-BAJA
               MOVE 0 TO AF-PRODUCIDO-BAJA
               MOVE 0 TO AF-RESULTADO-BAJA
               WRITE REG-ACTIVO-FIJO
                   INVALID KEY
                       DISPLAY "LA ETIQUETA YA ESTÁ EN EL REGISTRO -"
                               " USE (M)ODIFICAR"
               END-WRITE
               IF FS-AF-OK
                   DISPLAY "BIEN DADO DE ALTA"
               END-IF
           END-IF.

       MODIFICAR-ACTIVO.
           PERFORM PEDIR-ETIQUETA.
           READ ACTIVOS-FIJOS
               INVALID KEY
                   DISPLAY "ETIQUETA NO ESTÁ EN EL REGISTRO"
               NOT INVALID KEY
                   DISPLAY "BIEN ACTUAL: ", AF-DESCRIPCION
                   PERFORM PEDIR-DATOS-GENERALES
                   IF AF-MESES-DEPREC = 0 AND AF-EN-USO
                       PERFORM PEDIR-DATOS-DEPRECIACION
                   ELSE
                       DISPLAY "EL BIEN YA TIENE DEPRECIACIÓN O BAJA -"
                               " COSTO, VIDA, RESIDUAL Y MÉTODO NO"
                               " CAMBIAN"
                   END-IF
                   REWRITE REG-ACTIVO-FIJO
                   MOVE "ACTFIJO" TO FCHK-ARCHIVO
                   MOVE AF-ETIQUETA TO FCHK-CLAVE
                   MOVE FS-ACTIVOS-FIJOS TO FCHK-ESTADO
                   PERFORM VERIFICAR-ESCRITURA
                   DISPLAY "BIEN ACTUALIZADO"
           END-READ.

       PEDIR-DATOS-GENERALES.
           DISPLAY "DESCRIPCIÓN: ".
           ACCEPT AF-DESCRIPCION.
           MOVE FUNCTION UPPER-CASE(AF-DESCRIPCION) TO AF-DESCRIPCION.
           MOVE "N" TO SW-CAMPCHK-OK.
           PERFORM PEDIR-CAMPUS-GL THRU PEDIR-CAMPUS-GL-FIN
                   UNTIL CAMPCHK-OK.
           MOVE CAMPCHK-CAMPUS TO AF-CAMPUS.
           DISPLAY "CUENTA GL DEL ACTIVO (EJ. 1510): ".
           ACCEPT AF-CTA-ACTIVO.
           MOVE FUNCTION UPPER-CASE(AF-CTA-ACTIVO) TO AF-CTA-ACTIVO.
           DISPLAY "CUENTA GL DE DEPRECIACIÓN ACUMULADA (EJ. 1590): ".
           ACCEPT AF-CTA-DEPREC-ACUM.
           MOVE FUNCTION UPPER-CASE(AF-CTA-DEPREC-ACUM)
               TO AF-CTA-DEPREC-ACUM.
           DISPLAY "CUENTA GL DE GASTO DE DEPRECIACIÓN (EJ. 5700): ".
           ACCEPT AF-CTA-GASTO.
           MOVE FUNCTION UPPER-CASE(AF-CTA-GASTO) TO AF-CTA-GASTO.

       PEDIR-DATOS-DEPRECIACION.
           MOVE "N" TO SW-FECHA-OK.
           PERFORM PEDIR-FECHA-ALTA UNTIL FECHA-OK.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-COSTO UNTIL NUMCHK-VALIDO.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-VIDA UNTIL NUMCHK-VALIDO.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-RESIDUAL UNTIL NUMCHK-VALIDO.
           MOVE SPACE TO AF-METODO.
           PERFORM PEDIR-METODO UNTIL AF-METODO-VALIDO.

       PEDIR-FECHA-ALTA.
           DISPLAY "FECHA DE ALTA (AAAAMMDD): ".
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(FECHA-ENTRADA)) = 0
               MOVE FECHA-ENTRADA TO AF-FECHA-ALTA
               MOVE "S" TO SW-FECHA-OK
           ELSE
               DISPLAY "FECHA INVÁLIDA, REINGRESE"
           END-IF.

       PEDIR-COSTO.
           DISPLAY "COSTO DE ADQUISICIÓN: ".
           ACCEPT MONTO-ENTRADA.
           MOVE MONTO-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               IF FUNCTION NUMVAL(MONTO-ENTRADA) > 0
                   MOVE FUNCTION NUMVAL(MONTO-ENTRADA) TO AF-COSTO
               ELSE
                   DISPLAY "EL COSTO DEBE SER MAYOR QUE CERO"
                   MOVE "N" TO SW-NUMCHK-OK
               END-IF
           END-IF.

       PEDIR-VIDA.
           DISPLAY "VIDA ÚTIL EN AÑOS (0 = NO SE DEPRECIA): ".
           ACCEPT VIDA-ENTRADA.
           MOVE VIDA-ENTRADA TO NUMCHK-ENTRADA.
           PERFORM VALIDAR-NUMCHK.
           IF NUMCHK-VALIDO
               MOVE FUNCTION NUMVAL(VIDA-ENTRADA) TO AF-VIDA-ANIOS
           END-IF.

       PEDIR-RESIDUAL.
           DISPLAY "VALOR RESIDUAL (ENTER = 0): ".
           ACCEPT MONTO-ENTRADA.
           IF MONTO-ENTRADA = SPACES
               MOVE 0 TO AF-VALOR-RESIDUAL
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               MOVE MONTO-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   IF FUNCTION NUMVAL(MONTO-ENTRADA) < AF-COSTO
                       MOVE FUNCTION NUMVAL(MONTO-ENTRADA)
                           TO AF-VALOR-RESIDUAL
                   ELSE
                       DISPLAY "EL RESIDUAL DEBE SER MENOR QUE EL"
                               " COSTO"
                       MOVE "N" TO SW-NUMCHK-OK
                   END-IF
               END-IF
           END-IF.

       PEDIR-METODO.
           DISPLAY "MÉTODO - (L)INEAL O SALDO (D)ECRECIENTE DOBLE: ".
           ACCEPT METODO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(METODO-ENTRADA) TO AF-METODO.
           IF NOT AF-METODO-VALIDO
               DISPLAY "MÉTODO INVÁLIDO, REINGRESE"
           END-IF.

      ******************************************************************
      * Baja: resultado contra el valor neto en libros, posteado en
      * el campus del bien.  Con el período cerrado no se hace nada.
      ******************************************************************
       BAJA-ACTIVO.
           PERFORM PEDIR-ETIQUETA.
           READ ACTIVOS-FIJOS
               INVALID KEY
                   DISPLAY "ETIQUETA NO ESTÁ EN EL REGISTRO"
                   GO TO BAJA-ACTIVO-FIN
           END-READ.
           IF AF-DADO-DE-BAJA
               DISPLAY "EL BIEN YA ESTÁ DADO DE BAJA"
               GO TO BAJA-ACTIVO-FIN
           END-IF.
           ACCEPT GL-FECHA FROM DATE YYYYMMDD.
           COMPUTE GL-PERIODO = GL-FECHA / 100.
           PERFORM VERIFICAR-PERIODO-GL.
           IF GL-ASIENTO-RECHAZADO
               DISPLAY "EL PERÍODO ", GL-PERIODO, " NO ESTÁ ABIERTO"
                       " EN GLPERIOD - LA BAJA NO SE HACE"
               GO TO BAJA-ACTIVO-FIN
           END-IF.
           COMPUTE VALOR-NETO = AF-COSTO - AF-DEPREC-ACUM.
           DISPLAY "BIEN: ", AF-DESCRIPCION.
           MOVE AF-COSTO TO MONTO-ED.
           DISPLAY "COSTO:                    ", MONTO-ED.
           MOVE AF-DEPREC-ACUM TO MONTO-ED.
           DISPLAY "DEPRECIACIÓN ACUMULADA:   ", MONTO-ED.
           MOVE VALOR-NETO TO MONTO-ED.
           DISPLAY "VALOR NETO EN LIBROS:     ", MONTO-ED.
           MOVE "N" TO SW-NUMCHK-OK.
           PERFORM PEDIR-PRODUCIDO UNTIL NUMCHK-VALIDO.
           COMPUTE RESULTADO-BAJA = PRODUCIDO - VALOR-NETO.
           MOVE RESULTADO-BAJA TO MONTO-ED.
           IF RESULTADO-BAJA < 0
               DISPLAY "PÉRDIDA POR LA BAJA:      ", MONTO-ED
           ELSE
               DISPLAY "GANANCIA POR LA BAJA:     ", MONTO-ED
           END-IF.
           MOVE SPACES TO CUENTA-CAJA.
           IF PRODUCIDO > 0
               PERFORM PEDIR-CUENTA-CAJA
                       UNTIL CUENTA-CAJA NOT = SPACES
           END-IF.
           MOVE SPACES TO CUENTA-RESULTADO.
           IF RESULTADO-BAJA NOT = 0
               PERFORM PEDIR-CUENTA-RESULTADO
                       UNTIL CUENTA-RESULTADO NOT = SPACES
           END-IF.
           DISPLAY "¿CONFIRMA LA BAJA Y SU ASIENTO? (S/N): ".
           ACCEPT OPCION-CONFIRMA.
           IF FUNCTION UPPER-CASE(OPCION-CONFIRMA) NOT = "S"
               DISPLAY "BAJA CANCELADA"
               GO TO BAJA-ACTIVO-FIN
           END-IF.
           PERFORM POSTEAR-BAJA.
           MOVE "B" TO AF-ESTADO.
           ACCEPT AF-FECHA-BAJA FROM DATE YYYYMMDD.
           MOVE PRODUCIDO TO AF-PRODUCIDO-BAJA.
           MOVE RESULTADO-BAJA TO AF-RESULTADO-BAJA.
           REWRITE REG-ACTIVO-FIJO.
           MOVE "ACTFIJO" TO FCHK-ARCHIVO.
           MOVE AF-ETIQUETA TO FCHK-CLAVE.
           MOVE FS-ACTIVOS-FIJOS TO FCHK-ESTADO.
           PERFORM VERIFICAR-ESCRITURA.
           DISPLAY "BIEN DADO DE BAJA Y ASIENTO POSTEADO".
       BAJA-ACTIVO-FIN.
           EXIT.

       PEDIR-PRODUCIDO.
           DISPLAY "PRODUCIDO DE LA VENTA (ENTER = 0, DESCARTE): ".
           ACCEPT MONTO-ENTRADA.
           IF MONTO-ENTRADA = SPACES
               MOVE 0 TO PRODUCIDO
               MOVE "S" TO SW-NUMCHK-OK
           ELSE
               MOVE MONTO-ENTRADA TO NUMCHK-ENTRADA
               PERFORM VALIDAR-NUMCHK
               IF NUMCHK-VALIDO
                   MOVE FUNCTION NUMVAL(MONTO-ENTRADA) TO PRODUCIDO
               END-IF
           END-IF.

       PEDIR-CUENTA-CAJA.
           DISPLAY "CUENTA GL DE CAJA DEL COBRO (EJ. 1010): ".
           ACCEPT CUENTA-CAJA.
           MOVE FUNCTION UPPER-CASE(CUENTA-CAJA) TO CUENTA-CAJA.

       PEDIR-CUENTA-RESULTADO.
           DISPLAY "CUENTA GL DE RESULTADO POR BAJAS (EJ. 4900): ".
           ACCEPT CUENTA-RESULTADO.
           MOVE FUNCTION UPPER-CASE(CUENTA-RESULTADO)
               TO CUENTA-RESULTADO.

       POSTEAR-BAJA.
           MOVE "ASSET-MAINT" TO GL-PROGRAMA.
           MOVE AF-CAMPUS TO GL-CAMPUS.
           MOVE SPACES TO DESCRIPCION-BAJA.
           STRING "BAJA AF " DELIMITED BY SIZE
               AF-ETIQUETA DELIMITED BY SIZE
               INTO DESCRIPCION-BAJA
           END-STRING.
           IF AF-DEPREC-ACUM > 0
               MOVE AF-CTA-DEPREC-ACUM TO GL-CUENTA
               MOVE "D" TO GL-DEBITO-CREDITO
               MOVE AF-DEPREC-ACUM TO GL-MONTO
               MOVE DESCRIPCION-BAJA TO GL-DESCRIPCION
               PERFORM GRABAR-ASIENTO-GL
           END-IF.
           IF PRODUCIDO > 0
               MOVE CUENTA-CAJA TO GL-CUENTA
               MOVE "D" TO GL-DEBITO-CREDITO
               MOVE PRODUCIDO TO GL-MONTO
               MOVE DESCRIPCION-BAJA TO GL-DESCRIPCION
               PERFORM GRABAR-ASIENTO-GL
           END-IF.
           MOVE AF-CTA-ACTIVO TO GL-CUENTA.
           MOVE "C" TO GL-DEBITO-CREDITO.
           MOVE AF-COSTO TO GL-MONTO.
           MOVE DESCRIPCION-BAJA TO GL-DESCRIPCION.
           PERFORM GRABAR-ASIENTO-GL.
           IF RESULTADO-BAJA NOT = 0
               MOVE CUENTA-RESULTADO TO GL-CUENTA
               IF RESULTADO-BAJA > 0
                   MOVE "C" TO GL-DEBITO-CREDITO
                   MOVE RESULTADO-BAJA TO GL-MONTO
               ELSE
                   MOVE "D" TO GL-DEBITO-CREDITO
                   COMPUTE GL-MONTO = 0 - RESULTADO-BAJA
               END-IF
               MOVE DESCRIPCION-BAJA TO GL-DESCRIPCION
               PERFORM GRABAR-ASIENTO-GL
           END-IF.

       CONSULTAR-ACTIVO.
           PERFORM PEDIR-ETIQUETA.
           READ ACTIVOS-FIJOS
               INVALID KEY
                   DISPLAY "ETIQUETA NO ESTÁ EN EL REGISTRO"
               NOT INVALID KEY
                   PERFORM MOSTRAR-ACTIVO
           END-READ.

       MOSTRAR-ACTIVO.
           DISPLAY AF-ETIQUETA, "  ", AF-DESCRIPCION, "  CAMPUS: ",
                   AF-CAMPUS.
           MOVE AF-FECHA-ALTA TO FECHA-ED.
           DISPLAY "ALTA: ", FECHA-ED, "  VIDA: ", AF-VIDA-ANIOS,
                   " AÑOS  MÉTODO: ", AF-METODO.
           MOVE AF-COSTO TO MONTO-ED.
           DISPLAY "COSTO:                  ", MONTO-ED.
           MOVE AF-VALOR-RESIDUAL TO MONTO-ED.
           DISPLAY "VALOR RESIDUAL:         ", MONTO-ED.
           MOVE AF-DEPREC-ACUM TO MONTO-ED.
           DISPLAY "DEPRECIACIÓN ACUMULADA: ", MONTO-ED,
                   "  (", AF-MESES-DEPREC, " MESES, HASTA ",
                   AF-ULTIMO-PERIODO, ")".
           COMPUTE VALOR-NETO = AF-COSTO - AF-DEPREC-ACUM.
           MOVE VALOR-NETO TO MONTO-ED.
           DISPLAY "VALOR NETO EN LIBROS:   ", MONTO-ED.
           DISPLAY "CUENTAS: ACTIVO ", AF-CTA-ACTIVO, "  DEP.ACUM. ",
                   AF-CTA-DEPREC-ACUM, "  GASTO ", AF-CTA-GASTO.
           IF AF-DADO-DE-BAJA
               MOVE AF-FECHA-BAJA TO FECHA-ED
               MOVE AF-RESULTADO-BAJA TO MONTO-ED
               DISPLAY "DADO DE BAJA EL ", FECHA-ED, "  RESULTADO: ",
                       MONTO-ED
           END-IF.

           COPY NUMCHK-PROC.
           COPY CAMPCHK-PROC.
           COPY GLPOST-PROC.
           COPY EXCLOG-PROC.
           COPY FILECHK-PROC.
