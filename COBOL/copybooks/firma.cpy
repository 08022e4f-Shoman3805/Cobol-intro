       01 FIR-STATUS pic x(02).
       01 FIR-CTA pic 9(05).
       01 FIR-TITULAR pic x(30).
       01 FIR-USUARIO pic x(30).
       01 FIR-FECHA pic 9(08).
       01 FIR-HABILITADO pic x(01).
       01 FIR-ROL pic x(01).
       01 FIR-REGLA pic x(01).
       01 FIR-MOTIVO pic x(40).
