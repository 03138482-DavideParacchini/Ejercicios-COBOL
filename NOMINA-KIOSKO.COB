      *NIP en el primer uso exige ademas el NSS que nominas tiene
      *registrado: sin ese segundo dato (o sin NSS en el maestro)
      *nadie puede inventarse el NIP de otro frente al kiosco.
      *El trabajador tampoco cambia sus datos desde aqui: solo deja
      *una solicitud (cuenta bancaria, domicilio, telefono o
      *contacto de emergencia) en NOMINA-SOLICITUDES.DAT, que
      *nominas aprueba o rechaza desde NOMINA, y aqui consulta en
      *que estado va cada una.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY KP-ID-TRAB
               FILE STATUS WKS-FS-PINES.
           SELECT F-SOLICITUDES ASSIGN TO 'NOMINA-SOLICITUDES.DAT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SQ-LLAVE
               FILE STATUS WKS-FS-SOLIC.
           SELECT F-BITACORA-K ASSIGN TO 'KIOSKO-BITACORA.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-BIT-K.
           02 RT-RFC           PIC X(13).
           02 RT-CURP          PIC X(18).
           02 RT-NSS           PIC X(11).
           02 RT-DESCANSO      PIC 9(1) OCCURS 2 TIMES.
           02 RT-REG-PAT       PIC 9(2).
           02 RT-JEFE          PIC 9(4).
           02 RT-TARJETA-VALES PIC X(16).

       FD F-DETALLE.
      *Vista de solo lectura del detalle de pagos por corrida y
           02 DT-OTRAS-PER          PIC S9(7)V99.
           02 DT-NETO               PIC S9(7)V99.
           02 DT-NETO-PERIODO       PIC S9(7)V99.
           02 DT-RESTO              PIC X(2445).

       FD F-VACACIONES.
      *Vista de solo lectura de los movimientos de vacaciones.
           02 KP-INTENTOS           PIC 9(1).
           02 KP-BLOQUEADO          PIC X(1).

       FD F-SOLICITUDES.
      *Solicitudes de cambio de datos personales; el layout debe ser
      *identico al de NOMINA. Estado 'P' pendiente, '1' cuenta
      *bancaria con la primera autorizacion, 'A' aplicada, 'R'
      *rechazada con su motivo.
       01 REG-SOLICITUD.
           02 SQ-LLAVE.
              03 SQ-ID-TRAB         PIC 9(4).
              03 SQ-FECHA           PIC 9(8).
              03 SQ-HORA            PIC 9(8).
           02 SQ-TIPO               PIC X(1).
              88 SQ-ES-CUENTA          VALUE 'C'.
              88 SQ-ES-DOMICILIO       VALUE 'D'.
              88 SQ-ES-TELEFONO        VALUE 'T'.
              88 SQ-ES-EMERGENCIA      VALUE 'E'.
           02 SQ-VALOR              PIC X(60).
           02 SQ-VALOR-EMERG REDEFINES SQ-VALOR.
              03 SQ-EMERG-NOMBRE    PIC X(40).
              03 SQ-EMERG-TEL       PIC X(20).
           02 SQ-ESTADO             PIC X(1).
              88 SQ-PENDIENTE          VALUE 'P'.
              88 SQ-PRIMERA-AUT        VALUE '1'.
              88 SQ-APLICADA           VALUE 'A'.
              88 SQ-RECHAZADA          VALUE 'R'.
           02 SQ-OPER-1             PIC X(8).
           02 SQ-OPER-2             PIC X(8).
           02 SQ-FECHA-RES          PIC 9(8).
           02 SQ-MOTIVO             PIC X(30).

       FD F-BITACORA-K.
      *Bitacora del kiosco: cada acceso y cada consulta, con fecha
      *y hora.
       77 WKS-FS-AHORRO        PIC X(02).
       77 WKS-FS-PINES         PIC X(02).
       77 WKS-FS-BIT-K         PIC X(02).
       77 WKS-FS-SOLIC         PIC X(02).

       77 WKS-TERMINA          PIC 9(1).
       77 WKS-SESION-FIN       PIC 9(1).
       77 WKS-FIN              PIC 9(1).
       77 WKS-IMPORTE          PIC -ZZZZZZ9.99.

      *Captura de una solicitud de cambio y digito verificador de
      *la cuenta, con la misma regla de 00140 de NOMINA.
       77 WKS-SOL-TIPO         PIC X(1).
       77 WKS-SOL-VALOR        PIC X(60).
       77 WKS-SOL-NUM          PIC 9(3).
       77 WKS-SOL-TIPO-DESC    PIC X(12).
       77 WKS-SOL-EDO-DESC     PIC X(24).
       77 WKS-CTA-ALFA         PIC X(10).
       77 WKS-CTA-SUMA         PIC 9(4).
       77 WKS-CTA-POS          PIC 9(2).
       77 WKS-CTA-DIGITO       PIC 9(1).
       77 WKS-CTA-DIG-POS      PIC 9(1).
       77 WKS-CTA-OK           PIC 9(1).

       77 WKS-VAC-HOY          PIC 9(8).
       77 WKS-VAC-ANTIG        PIC 9(3).
       77 WKS-VAC-DIAS         PIC 9(3).
           DISPLAY "HOLA, " RT-NOMBRE-TRAB
           DISPLAY "1. MIS ULTIMOS RECIBOS  2. MIS VACACIONES "
                   " 3. MIS PRESTAMOS Y AHORRO "
                   " 4. MI ACUMULADO DEL ANO "
                   " 5. SOLICITAR CAMBIO DE DATOS "
                   " 6. MIS SOLICITUDES  9. SALIR"
           ACCEPT WKS-ELECCION
           IF WKS-ELECCION = 1
              MOVE "VE RECIBOS" TO WKS-EVENTO
              PERFORM 00090-GRABA-BITACORA
              PERFORM 00070-MI-ACUMULADO
           ELSE
           IF WKS-ELECCION = 5
              PERFORM 00080-SOLICITA-CAMBIO
           ELSE
           IF WKS-ELECCION = 6
              MOVE "VE SOLICITUDES" TO WKS-EVENTO
              PERFORM 00090-GRABA-BITACORA
              PERFORM 00085-MIS-SOLICITUDES
           ELSE
           IF WKS-ELECCION = 9
              MOVE 1 TO WKS-SESION-FIN
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       00040-MIS-RECIBOS.
           MOVE RT-YTD-NETO TO WKS-IMPORTE
           DISPLAY "ACUMULADO NETO DEL ANO: " WKS-IMPORTE.

       00080-SOLICITA-CAMBIO.
      *Deja una solicitud de cambio pendiente para nominas; el
      *maestro no se toca desde el kiosco. La cuenta bancaria se
      *rechaza aqui mismo si el digito verificador no cuadra.
           DISPLAY "DATO A CAMBIAR: 1. CUENTA BANCARIA "
                   " 2. DOMICILIO  3. TELEFONO "
                   " 4. CONTACTO DE EMERGENCIA  9. REGRESAR"
           ACCEPT WKS-ELECCION
           MOVE SPACE TO WKS-SOL-TIPO
           MOVE SPACES TO WKS-SOL-VALOR
           IF WKS-ELECCION = 1
              DISPLAY "CUENTA NUEVA (10 DIGITOS): "
              ACCEPT WKS-CTA-ALFA
              IF WKS-CTA-ALFA NOT NUMERIC
                 DISPLAY "LA CUENTA DEBE TENER 10 DIGITOS."
              ELSE
                 PERFORM 00083-VALIDA-DIGITO-CUENTA
                 IF WKS-CTA-OK = 0
                    DISPLAY "CUENTA INVALIDA, EL DIGITO VERIFICADOR "
                            "NO CUADRA."
                 ELSE
                    MOVE 'C' TO WKS-SOL-TIPO
                    MOVE WKS-CTA-ALFA TO WKS-SOL-VALOR
                 END-IF
              END-IF
           ELSE
           IF WKS-ELECCION = 2
              DISPLAY "DOMICILIO NUEVO (CALLE, NUMERO, COLONIA, "
                      "CIUDAD): "
              ACCEPT WKS-SOL-VALOR
              MOVE 'D' TO WKS-SOL-TIPO
           ELSE
           IF WKS-ELECCION = 3
              DISPLAY "TELEFONO NUEVO: "
              ACCEPT WKS-SOL-VALOR
              MOVE 'T' TO WKS-SOL-TIPO
           ELSE
           IF WKS-ELECCION = 4
              DISPLAY "NOMBRE DEL CONTACTO DE EMERGENCIA: "
              ACCEPT WKS-SOL-VALOR(1:40)
              DISPLAY "TELEFONO DEL CONTACTO DE EMERGENCIA: "
              ACCEPT WKS-SOL-VALOR(41:20)
              MOVE 'E' TO WKS-SOL-TIPO
           ELSE
           IF WKS-ELECCION NOT = 9
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WKS-SOL-TIPO NOT = SPACE
              IF WKS-SOL-VALOR = SPACES
                 DISPLAY "SIN DATO NUEVO, NO SE REGISTRA NADA."
              ELSE
                 PERFORM 00081-GRABA-SOLICITUD
              END-IF
           END-IF.

       00081-GRABA-SOLICITUD.
           OPEN I-O F-SOLICITUDES
           IF WKS-FS-SOLIC = '35'
              OPEN OUTPUT F-SOLICITUDES
              CLOSE F-SOLICITUDES
              OPEN I-O F-SOLICITUDES
           END-IF
           MOVE SPACES TO REG-SOLICITUD
           MOVE WKS-ID-TRAB TO SQ-ID-TRAB
           ACCEPT SQ-FECHA FROM DATE YYYYMMDD
           ACCEPT SQ-HORA FROM TIME
           MOVE WKS-SOL-TIPO TO SQ-TIPO
           MOVE WKS-SOL-VALOR TO SQ-VALOR
           MOVE 'P' TO SQ-ESTADO
           MOVE ZEROS TO SQ-FECHA-RES
           WRITE REG-SOLICITUD
              INVALID KEY
                 DISPLAY "NO SE PUDO REGISTRAR LA SOLICITUD, "
                         "INTENTE DE NUEVO."
              NOT INVALID KEY
                 DISPLAY "SOLICITUD REGISTRADA; NOMINAS LA REVISARA."
                 IF SQ-ES-CUENTA
                    DISPLAY "EL CAMBIO DE CUENTA REQUIERE DOS "
                            "AUTORIZACIONES ANTES DE USARSE EN "
                            "UNA DISPERSION."
                 END-IF
                 MOVE "SOLICITA CAMBIO" TO WKS-EVENTO
                 PERFORM 00090-GRABA-BITACORA
           END-WRITE
           CLOSE F-SOLICITUDES.

       00083-VALIDA-DIGITO-CUENTA.
      *Misma regla de digito verificador que 00140 de NOMINA: la
      *suma de cada uno de los nueve primeros digitos por su
      *posicion, modulo 10, debe dar el decimo.
           MOVE ZERO TO WKS-CTA-SUMA
           MOVE 1 TO WKS-CTA-POS
           PERFORM 00084-SUMA-DIGITO-CUENTA
              UNTIL WKS-CTA-POS > 9
           COMPUTE WKS-CTA-DIGITO =
                   WKS-CTA-SUMA - (WKS-CTA-SUMA / 10) * 10
           MOVE WKS-CTA-ALFA(10:1) TO WKS-CTA-DIG-POS
           IF WKS-CTA-DIGITO = WKS-CTA-DIG-POS
              MOVE 1 TO WKS-CTA-OK
           ELSE
              MOVE ZERO TO WKS-CTA-OK
           END-IF.

       00084-SUMA-DIGITO-CUENTA.
           MOVE WKS-CTA-ALFA(WKS-CTA-POS:1) TO WKS-CTA-DIG-POS
           COMPUTE WKS-CTA-SUMA = WKS-CTA-SUMA +
                   WKS-CTA-DIG-POS * WKS-CTA-POS
           ADD 1 TO WKS-CTA-POS.

       00085-MIS-SOLICITUDES.
      *Solicitudes del trabajador, de la mas vieja a la mas nueva,
      *con el estado en que van.
           MOVE ZERO TO WKS-SOL-NUM
           OPEN INPUT F-SOLICITUDES
           IF WKS-FS-SOLIC = '00'
              MOVE WKS-ID-TRAB TO SQ-ID-TRAB
              MOVE ZEROS TO SQ-FECHA
              MOVE ZEROS TO SQ-HORA
              START F-SOLICITUDES KEY IS NOT LESS THAN SQ-LLAVE
                 INVALID KEY MOVE 1 TO WKS-FIN
                 NOT INVALID KEY MOVE ZERO TO WKS-FIN
              END-START
              PERFORM 00086-SOLICITUD-RENGLON
                 UNTIL WKS-FIN = 1
              CLOSE F-SOLICITUDES
           END-IF
           IF WKS-SOL-NUM = 0
              DISPLAY "SIN SOLICITUDES REGISTRADAS."
           END-IF.

       00086-SOLICITUD-RENGLON.
           READ F-SOLICITUDES NEXT RECORD
              AT END MOVE 1 TO WKS-FIN
              NOT AT END
                 IF SQ-ID-TRAB NOT = WKS-ID-TRAB
                    MOVE 1 TO WKS-FIN
                 ELSE
                    ADD 1 TO WKS-SOL-NUM
                    PERFORM 00087-DESCRIBE-SOLICITUD
                    DISPLAY SQ-FECHA " " WKS-SOL-TIPO-DESC " "
                            WKS-SOL-EDO-DESC
                    IF SQ-RECHAZADA
                       DISPLAY "   MOTIVO: " SQ-MOTIVO
                    END-IF
                 END-IF
           END-READ.

       00087-DESCRIBE-SOLICITUD.
           IF SQ-ES-CUENTA
              MOVE "CUENTA" TO WKS-SOL-TIPO-DESC
           ELSE
           IF SQ-ES-DOMICILIO
              MOVE "DOMICILIO" TO WKS-SOL-TIPO-DESC
           ELSE
           IF SQ-ES-TELEFONO
              MOVE "TELEFONO" TO WKS-SOL-TIPO-DESC
           ELSE
              MOVE "EMERGENCIA" TO WKS-SOL-TIPO-DESC
           END-IF
           END-IF
           END-IF
           IF SQ-PENDIENTE
              MOVE "PENDIENTE" TO WKS-SOL-EDO-DESC
           ELSE
           IF SQ-PRIMERA-AUT
              MOVE "FALTA 2A. AUTORIZACION" TO WKS-SOL-EDO-DESC
           ELSE
           IF SQ-APLICADA
              MOVE "APLICADA" TO WKS-SOL-EDO-DESC
           ELSE
              MOVE "RECHAZADA" TO WKS-SOL-EDO-DESC
           END-IF
           END-IF
           END-IF.

       00090-GRABA-BITACORA.
      *Cada acceso y cada consulta del kiosco deja su renglon.
           OPEN EXTEND F-BITACORA-K
