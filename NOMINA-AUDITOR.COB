           02 RT-SALARIO       PIC S9(5)V99.
           02 RT-DEPARTAMENTO  PIC 9(2) OCCURS 3 TIMES.
           02 RT-ESTADO        PIC X(01).
           02 RT-RESTO         PIC X(121).

       FD F-CONCEPTOS.
      *Vista de solo lectura del catalogo de conceptos de NOMINA.
       01 REG-CONCEPTO.
           02 CO-CODIGO             PIC 9(3).
           02 CO-RESTO              PIC X(51).

       FD F-CORRIDAS.
      *Vista de solo lectura del libro de corridas de NOMINA.
       01 REG-CORRIDA.
           02 CR-ID-CORRIDA         PIC 9(4).
           02 CR-RESTO              PIC X(82).
           02 CR-REVERSA-OPER       PIC X(8).
           02 CR-REVERSA-FECHA      PIC 9(8).

       FD F-ASIGNACION.
       01 REG-ASIGNACION.
              03 HE-ID-TRAB         PIC 9(4).
              03 HE-FECHA           PIC 9(8).
           02 HE-RESTO              PIC X(7).
           02 HE-CORRIDA            PIC 9(4).

       FD F-INCIDENCIAS.
       01 REG-INCIDENCIA.
              03 IN-ID-TRAB         PIC 9(4).
              03 IN-FECHA           PIC 9(8).
           02 IN-RESTO              PIC X(4).
           02 IN-CORRIDA            PIC 9(4).

       FD F-VACACIONES.
       01 REG-VACACION.
