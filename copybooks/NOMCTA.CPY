      ******************************************************************
      * NOMCTA.CPY
      * Registro de cuentas de nómina por campus (PAYACCT): las
      * cuentas GL a las que PAYROLL-RUN postea la liquidación de cada
      * campus por GRABAR-ASIENTO-GL - gasto de sueldos docentes, de
      * personal no docente, de suplencias y de cargas patronales; el
      * pasivo de sueldos netos a pagar, retenciones de impuesto,
      * aportes (personales y patronales) y otras deducciones; y la
      * cuenta de caja de la que sale el depósito directo - más el
      * porcentaje de cargas patronales sobre el bruto.  Lo mantiene
      * PAYROLL-ACCT-MAINT.  Archivo indexado, clave NCT-CAMPUS (en
      * blanco = campus original).
      ******************************************************************
       01  REG-CUENTAS-NOMINA.
           05  NCT-CAMPUS               PIC XX.
           05  NCT-CTA-SUELDO-DOCENTE   PIC X(10).
           05  NCT-CTA-SUELDO-PERSONAL  PIC X(10).
           05  NCT-CTA-SUPLENCIAS       PIC X(10).
           05  NCT-CTA-CARGAS           PIC X(10).
           05  NCT-CTA-SUELDOS-PAGAR    PIC X(10).
           05  NCT-CTA-RETENCIONES      PIC X(10).
           05  NCT-CTA-APORTES          PIC X(10).
           05  NCT-CTA-DEDUCCIONES      PIC X(10).
           05  NCT-CTA-CAJA             PIC X(10).
           05  NCT-PORC-CARGAS          PIC 99V99.
