           SELECT F-RECHAZOS ASSIGN TO 'CALCULADORA-RECHAZOS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-RECH.
           SELECT F-VARIABLES ASSIGN TO 'CALCULADORA-VARIABLES.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-VARS.
           SELECT F-FORMULAS ASSIGN TO 'CALCULADORA-FORMULAS.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FS-FORM.

       DATA DIVISION.
       FILE SECTION.
       FD F-HIST-CALC.
       01 REG-HIST-CALC          PIC X(200).

       FD F-LOTE.
      *Cada renglon trae NUM1,OPCION,NUM2 separados por comas, una
      *expresion completa o una funcion financiera.
       01 REG-LOTE               PIC X(60).

       FD F-RESULTADOS.
      *Resultados del lote: un renglon por transaccion con sus
      *motivo; antes el UNSTRING se los tragaba sin avisar.
       01 REG-RECHAZO            PIC X(90).

       FD F-VARIABLES.
      *Variables con nombre del modo de expresion (TASA = 0.16).
       01 REG-VARIABLE.
           02 VR-NOMBRE          PIC X(10).
           02 VR-VALOR           PIC S9(11)V9(4)
                                 SIGN LEADING SEPARATE.

       FD F-FORMULAS.
      *Formulas guardadas con sus parametros separados por comas.
       01 REG-FORMULA.
           02 FO-NOMBRE          PIC X(10).
           02 FO-PARAMS          PIC X(60).
           02 FO-NPAR            PIC 9(1).
           02 FO-CUERPO          PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-NUM1      PIC S9(5)V99.
       77 WS-NUM2      PIC S9(5)V99.
       77 WS-ES-EXPRESION  PIC 9(1).
       77 WS-EXPR-COMAS    PIC 9(2).

      *Funciones financieras (pago de prestamo, valor futuro y
      *presente, tasa efectiva y nominal, VPN y TIR): nombre, sus
      *argumentos ya convertidos y los intermedios en punto flotante,
      *como el calculo del prestamo en nomina.
       77 WS-ES-FUNCION    PIC 9(1).
       77 WS-FIN-NOMBRE    PIC X(10).
       77 WS-FIN-NOMLEN    PIC 9(2).
       77 WS-FIN-DELIM     PIC X(1).
       77 WS-FIN-RESTO     PIC X(60).
       77 WS-FIN-ARGS      PIC X(60).
       77 WS-FIN-LARGO     PIC 9(2).
       77 WS-FIN-PTR       PIC 9(2).
       77 WS-FIN-PTR-ANT   PIC 9(2).
       77 WS-FIN-TXT       PIC X(14).
       77 WS-FIN-K         PIC 9(2).
       77 WS-FIN-NARG      PIC 9(2).
       77 WS-FIN-NCAP      PIC 9(2).
       77 WS-FIN-PRIMERO   PIC 9(2).
       77 WS-FIN-PERIODO   PIC 9(2).
       77 WS-FIN-ELECCION  PIC 9(1).
       77 WS-FIN-SIGUE     PIC 9(1).
       77 WS-FIN-ITER      PIC 9(3).
       77 WS-FIN-PREGUNTA  PIC X(40).
       01 WS-FIN-ARGUMENTOS.
           02 WS-FIN-ARG OCCURS 30 TIMES PIC S9(11)V9(4).
       77 WS-FIN-TASA      USAGE COMP-2.
       77 WS-FIN-FACTOR    USAGE COMP-2.
       77 WS-FIN-CALC      USAGE COMP-2.
       77 WS-FIN-VPN       USAGE COMP-2.
       77 WS-FIN-VPN-BAJA  USAGE COMP-2.
       77 WS-FIN-BAJA      USAGE COMP-2.
       77 WS-FIN-ALTA      USAGE COMP-2.

      *Variables con nombre y formulas guardadas, en memoria durante
      *la sesion y en sus archivos entre sesiones. WS-VAR-USADA marca
      *las que entraron en la cuenta, para el historial.
       77 WS-FS-VARS       PIC X(02).
       77 WS-FS-FORM       PIC X(02).
       77 WS-LINEA         PIC X(60).
       77 WS-LINEA-MAY     PIC X(60).
       77 WS-ES-ASIGNA     PIC 9(1).
       77 WS-ES-FORMULA    PIC 9(1).
       77 WS-ASG-IGUALES   PIC 9(2).
       77 WS-ASG-IZQ       PIC X(60).
       77 WS-ASG-LEN       PIC 9(2).
       77 WS-ASG-DESDE     PIC 9(2).
       77 WS-ASG-POS       PIC 9(3).
       77 WS-ASG-NOMBRE    PIC X(10).
       77 WS-EXPR-VALOR    PIC S9(11)V9(4).
       77 WS-ID-TXT        PIC X(10).
       77 WS-ID-LEN        PIC 9(2).
       77 WS-ID-NEG        PIC 9(1).
       77 WS-ID-HALLADO    PIC 9(1).
       77 WS-ID-VALOR      PIC S9(11)V9(4).
       77 WS-NOM-TXT       PIC X(60).
       77 WS-NOM-CAR       PIC X(1).
       77 WS-NOM-OK        PIC 9(1).
       77 WS-NOM-FIN       PIC 9(1).
       77 WS-NOM-K         PIC 9(2).
       77 WS-VAR-NUM       PIC 9(2).
       77 WS-VAR-I         PIC 9(2).
       77 WS-VAR-IDX       PIC 9(2).
       77 WS-VAR-FMT       PIC -(11)9.9(4).
       77 WS-VAR-TXT       PIC X(17).
       01 WS-VARIABLES.
           02 WS-VAR-REN OCCURS 51 TIMES.
              03 WS-VAR-NOMBRE    PIC X(10).
              03 WS-VAR-VALOR     PIC S9(11)V9(4).
              03 WS-VAR-USADA     PIC 9(1).
       77 WS-FOR-NUM       PIC 9(2).
       77 WS-FOR-I         PIC 9(2).
       77 WS-FOR-IDX       PIC 9(2).
       77 WS-FOR-USADA     PIC 9(2).
       77 WS-FOR-GUARDA    PIC X(60).
       77 WS-FOR-LISTA     PIC X(140).
       01 WS-FORMULAS.
           02 WS-FOR-REN OCCURS 31 TIMES.
              03 WS-FOR-NOMBRE    PIC X(10).
              03 WS-FOR-PARAMS    PIC X(60).
              03 WS-FOR-NPAR      PIC 9(1).
              03 WS-FOR-CUERPO    PIC X(60).
       77 WS-PAR-ACTIVO    PIC 9(1) VALUE ZERO.
       77 WS-PAR-NUM       PIC 9(2).
       77 WS-PAR-K         PIC 9(2).
       01 WS-PAR-TABLA.
           02 WS-PAR-REN OCCURS 5 TIMES.
              03 WS-PAR-NOMBRE    PIC X(10).
              03 WS-PAR-VALOR     PIC S9(11)V9(4).
       01 WS-PAR-TEXTOS.
           02 WS-PAR-TXT OCCURS 5 TIMES PIC X(30).
       77 WS-DF-POS        PIC 9(2).
       77 WS-DF-PTR        PIC 9(2).
       77 WS-DF-NOMBRE     PIC X(60).
       77 WS-DF-PARAMS     PIC X(60).
       77 WS-DF-COLA       PIC X(60).
       77 WS-DF-CUERPO     PIC X(60).
       77 WS-DF-NORMAL     PIC X(60).
       77 WS-HIST-PTR      PIC 9(3).


       PROCEDURE DIVISION.

       MAIN.

           PERFORM 00069-CARGA-MEMORIA
           PERFORM 00000-CALCULADORA UNTIL WS-ELECCION=2.

           STOP RUN.
           DISPLAY "1. USAR CALCULADORA. 2. SALIR. "
      -    "3. MODO LOTE (ARCHIVO DE TRANSACCIONES). "
      -    "4. EXPRESION COMPLETA. "
      -    "5. FUNCIONES FINANCIERAS. "
      -    "6. VARIABLES Y FORMULAS. "
           DISPLAY " ".
           ACCEPT WS-ELECCION.

               PERFORM 00004-MODO-LOTE
           ELSE IF WS-ELECCION=4
               PERFORM 00009-MODO-EXPRESION
           ELSE IF WS-ELECCION=5
               PERFORM 00032-MODO-FINANCIERO
           ELSE IF WS-ELECCION=6
               PERFORM 00066-MENU-MEMORIA
           ELSE
               DISPLAY "OPCION INVALIDA, VERIFIQUE.".

           ADD 1 TO WS-LOTE-OK
           MOVE WS-RESULTADO TO WS-RES-FORMAT
           MOVE SPACES TO REG-RESULTADO
           IF WS-ES-ASIGNA = 2
              STRING WS-EXPR DELIMITED BY "  "
                     " OK" DELIMITED BY SIZE
                     INTO REG-RESULTADO
           ELSE
              STRING WS-EXPR DELIMITED BY "  "
                     " = " DELIMITED BY SIZE
                     WS-RES-FORMAT DELIMITED BY SIZE
                     " OK" DELIMITED BY SIZE
                     INTO REG-RESULTADO
           END-IF
           WRITE REG-RESULTADO
           PERFORM 00049-GRABA-HIST-EXPR.

       00020-RECHAZA-EXPR-LOTE.
           MOVE SPACES TO REG-RECHAZO
      *guardian de division entre cero de las operaciones D/E, el
      *resultado va al historial y al archivo de resultados, y las
      *mal formadas se desvian a rechazos senalando el caracter.
      *Tambien acepta una funcion financiera, EJ. PAGO(100000,24,12),
      *variables con nombre (TASA = 0.16, y luego 1200 * (1 + TASA))
      *y formulas guardadas (DEF IVA(MONTO) = MONTO * TASA).
           DISPLAY "EXPRESION (EJ. (120.50 + 80) * 1.16 - 50): "
           ACCEPT WS-EXPR
           PERFORM 00023-RESUELVE-EXPRESION.

       00023-RESUELVE-EXPRESION.
           PERFORM 00022-EVALUA-RENGLON
           OPEN EXTEND F-RESULTADOS
           IF WS-FS-RESULT = '35'
              OPEN OUTPUT F-RESULTADOS
           END-IF
           IF WS-EXPR-ERR = 0
              MOVE WS-RESULTADO TO WS-RES-FORMAT
              IF WS-ES-ASIGNA = 2
                 DISPLAY "FORMULA GUARDADA."
              ELSE
                 DISPLAY "RESULTADO: " WS-RES-FORMAT
              END-IF
              PERFORM 00016-GRABA-EXPRESION
           ELSE
              DISPLAY "EXPRESION INVALIDA: " WS-EXPR-MOTIVO
      *Eco de la expresion ya aceptada y su resultado, al archivo
      *de resultados y al historial.
           MOVE SPACES TO REG-RESULTADO
           IF WS-ES-ASIGNA = 2
              MOVE WS-EXPR TO REG-RESULTADO
           ELSE
              STRING WS-EXPR DELIMITED BY "  "
                     " = " DELIMITED BY SIZE
                     WS-RES-FORMAT DELIMITED BY SIZE
                     INTO REG-RESULTADO
           END-IF
           WRITE REG-RESULTADO
           PERFORM 00049-GRABA-HIST-EXPR.

       00017-RECHAZA-EXPRESION.
           MOVE SPACES TO REG-RECHAZO
           MOVE ZERO TO WS-VAL-TOPE
           MOVE ZERO TO WS-NUM-LEN
           MOVE SPACES TO WS-NUM-TXT
           MOVE ZERO TO WS-ID-LEN
           MOVE ZERO TO WS-ID-NEG
           MOVE SPACES TO WS-ID-TXT
           MOVE 1 TO WS-ESPERA-NUM
           MOVE 1 TO WS-EXPR-POS
           PERFORM 00011-EXPR-CARACTER
           IF WS-EXPR-CAR = SPACE
              PERFORM 00012-EXPR-CIERRA-NUMERO
           ELSE
           IF (WS-EXPR-CAR ALPHABETIC)
              OR (WS-ID-LEN > 0 AND WS-EXPR-CAR NUMERIC)
              OR (WS-ID-LEN > 0 AND WS-EXPR-CAR = '_')
              PERFORM 00047-EXPR-IDENTIFICADOR
           ELSE
           IF WS-EXPR-CAR = '0' OR WS-EXPR-CAR = '1'
              OR WS-EXPR-CAR = '2' OR WS-EXPR-CAR = '3'
              OR WS-EXPR-CAR = '4' OR WS-EXPR-CAR = '5'
              END-IF
           ELSE
           IF WS-EXPR-CAR = '('
              IF WS-ESPERA-NUM = 0 OR WS-NUM-LEN > 0 OR WS-ID-LEN > 0
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE WS-EXPR-POS TO WS-EXPR-ERRPOS
                 MOVE "PARENTESIS FUERA DE LUGAR"
           END-IF
           END-IF
           END-IF
           END-IF
           ADD 1 TO WS-EXPR-POS.

       00012-EXPR-CIERRA-NUMERO.
      *Si hay numero a medio armar, lo valida y lo sube a la pila;
      *un nombre se cambia por el valor de su variable.
           IF WS-ID-LEN > 0
              PERFORM 00048-EXPR-CIERRA-NOMBRE
           ELSE
           IF WS-NUM-LEN > 0
              IF FUNCTION TEST-NUMVAL(WS-NUM-TXT(1:WS-NUM-LEN))
                 NOT = 0
              END-IF
              MOVE ZERO TO WS-NUM-LEN
              MOVE SPACES TO WS-NUM-TXT
           END-IF
           END-IF.

       00014-EXPR-PRECEDENCIA.
      *numericos, la operacion conocida, y la division o el residuo
      *no pueden llevar divisor cero. Un renglon SIN comas se toma
      *como expresion completa y se evalua con el evaluador de
      *parentesis y precedencia. Una funcion financiera lleva comas
      *entre sus argumentos pero se trata como expresion, igual que
      *una asignacion o una definicion de formula (llevan '=').
           MOVE ZERO TO WS-ES-EXPRESION
           MOVE ZERO TO WS-EXPR-COMAS
           MOVE ZERO TO WS-ASG-IGUALES
           INSPECT REG-LOTE TALLYING WS-EXPR-COMAS FOR ALL ','
           INSPECT REG-LOTE TALLYING WS-ASG-IGUALES FOR ALL '='
           MOVE REG-LOTE TO WS-EXPR
           PERFORM 00030-DETECTA-FUNCION
           IF WS-EXPR-COMAS = 0 OR WS-ES-FUNCION = 1
              OR WS-ASG-IGUALES > 0
              MOVE 1 TO WS-ES-EXPRESION
              PERFORM 00022-EVALUA-RENGLON
              IF WS-EXPR-ERR = 1
                 MOVE ZERO TO WS-LOTE-VALIDO
                 MOVE WS-EXPR-MOTIVO TO WS-LOTE-MOTIVO
                  INTO REG-RECHAZO
           WRITE REG-RECHAZO.

       00022-EVALUA-RENGLON.
      *Una funcion financiera o formula guardada va a su propio
      *evaluador; cualquier otra cosa es expresion aritmetica. El
      *renglon puede asignar una variable (NOMBRE = EXPRESION) o
      *definir una formula (DEF NOMBRE(P1,P2) = EXPRESION).
           MOVE ZERO TO WS-FOR-USADA
           MOVE ZERO TO WS-ES-FORMULA
           MOVE 1 TO WS-VAR-I
           PERFORM 00071-LIMPIA-USADA UNTIL WS-VAR-I > WS-VAR-NUM
           MOVE WS-EXPR TO WS-LINEA
           PERFORM 00050-DETECTA-ASIGNACION
           IF WS-ES-ASIGNA = 2
              PERFORM 00057-DEFINE-FORMULA
           ELSE
              IF WS-ES-ASIGNA = 1
                 MOVE SPACES TO WS-EXPR
                 MOVE WS-LINEA(WS-ASG-DESDE:) TO WS-EXPR
              END-IF
              PERFORM 00030-DETECTA-FUNCION
              IF WS-ES-FUNCION = 1
                 PERFORM 00031-EVALUA-FUNCION
              ELSE
                 PERFORM 00010-EVALUA-EXPRESION
              END-IF
              IF WS-ES-FUNCION = 1 AND WS-ES-FORMULA = 0
                 MOVE WS-RESULTADO TO WS-EXPR-VALOR
              ELSE
                 MOVE WS-VAL(1) TO WS-EXPR-VALOR
              END-IF
              IF WS-ES-ASIGNA = 1
                 MOVE WS-LINEA TO WS-EXPR
                 IF WS-EXPR-ERR = 1
                    COMPUTE WS-ASG-POS =
                            WS-EXPR-ERRPOS + WS-ASG-DESDE - 1
                    IF WS-ASG-POS > 60
                       MOVE 60 TO WS-ASG-POS
                    END-IF
                    MOVE WS-ASG-POS TO WS-EXPR-ERRPOS
                 ELSE
                    PERFORM 00058-GUARDA-VARIABLE
                 END-IF
              END-IF
           END-IF.

       00030-DETECTA-FUNCION.
      *Un renglon que empieza con nombre de funcion y parentesis es
      *funcion financiera: PAGO, VF, VP, EFECTIVA, NOMINAL, VPN o TIR,
      *o una formula guardada.
           MOVE ZERO TO WS-ES-FUNCION
           MOVE ZERO TO WS-ES-FORMULA
           MOVE SPACES TO WS-FIN-NOMBRE
           MOVE SPACE TO WS-FIN-DELIM
           MOVE ZERO TO WS-FIN-NOMLEN
           UNSTRING WS-EXPR DELIMITED BY '('
              INTO WS-FIN-NOMBRE DELIMITER IN WS-FIN-DELIM
                   COUNT IN WS-FIN-NOMLEN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-FIN-NOMBRE))
                TO WS-FIN-NOMBRE
           IF WS-FIN-DELIM = '(' AND WS-FIN-NOMLEN < 11
              IF WS-FIN-NOMBRE = 'PAGO' OR WS-FIN-NOMBRE = 'VF'
                 OR WS-FIN-NOMBRE = 'VP' OR WS-FIN-NOMBRE = 'EFECTIVA'
                 OR WS-FIN-NOMBRE = 'NOMINAL'
                 OR WS-FIN-NOMBRE = 'VPN' OR WS-FIN-NOMBRE = 'TIR'
                 MOVE 1 TO WS-ES-FUNCION
              ELSE
                 PERFORM 00065-BUSCA-FORMULA
                 IF WS-FOR-IDX > 0
                    MOVE 1 TO WS-ES-FUNCION
                    MOVE 1 TO WS-ES-FORMULA
                 END-IF
              END-IF
           END-IF.

       00031-EVALUA-FUNCION.
      *Separa los argumentos entre parentesis (numeros separados por
      *comas) y calcula. Deja WS-RESULTADO o, con WS-EXPR-ERR en 1,
      *el motivo y la posicion, igual que el evaluador de
      *expresiones, para que pantalla y lote los traten igual.
           MOVE ZERO TO WS-EXPR-ERR
           MOVE ZERO TO WS-EXPR-ERRPOS
           MOVE SPACES TO WS-EXPR-MOTIVO
           MOVE ZERO TO WS-FIN-NARG
           MOVE SPACES TO WS-FIN-ARGS
           MOVE SPACE TO WS-FIN-DELIM
           MOVE ZERO TO WS-FIN-LARGO
           MOVE SPACES TO WS-FIN-RESTO
           MOVE WS-EXPR(WS-FIN-NOMLEN + 2:) TO WS-FIN-RESTO
           UNSTRING WS-FIN-RESTO DELIMITED BY ')'
              INTO WS-FIN-ARGS DELIMITER IN WS-FIN-DELIM
                   COUNT IN WS-FIN-LARGO
           END-UNSTRING
           IF WS-FIN-DELIM NOT = ')'
              MOVE 1 TO WS-EXPR-ERR
              MOVE 60 TO WS-EXPR-ERRPOS
              MOVE "FALTA PARENTESIS QUE CIERRA" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-RESTO(WS-FIN-LARGO + 2:) NOT = SPACES
              MOVE 1 TO WS-EXPR-ERR
              COMPUTE WS-EXPR-ERRPOS =
                      WS-FIN-NOMLEN + WS-FIN-LARGO + 3
              MOVE "TEXTO DESPUES DEL PARENTESIS" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-LARGO = 0
              IF WS-ES-FORMULA = 1
                 PERFORM 00054-APLICA-FORMULA
              ELSE
                 MOVE 1 TO WS-EXPR-ERR
                 COMPUTE WS-EXPR-ERRPOS = WS-FIN-NOMLEN + 2
                 MOVE "FUNCION SIN ARGUMENTOS" TO WS-EXPR-MOTIVO
              END-IF
           ELSE
           IF WS-FIN-ARGS(WS-FIN-LARGO:1) = ','
              MOVE 1 TO WS-EXPR-ERR
              COMPUTE WS-EXPR-ERRPOS = WS-FIN-NOMLEN + WS-FIN-LARGO + 1
              MOVE "FALTA ARGUMENTO" TO WS-EXPR-MOTIVO
           ELSE
              MOVE 1 TO WS-FIN-PTR
              PERFORM 00033-FUNCION-ARGUMENTO
                 UNTIL WS-FIN-PTR > WS-FIN-LARGO OR WS-EXPR-ERR = 1
              IF WS-EXPR-ERR = 0
                 IF WS-ES-FORMULA = 1
                    PERFORM 00054-APLICA-FORMULA
                 ELSE
                    PERFORM 00034-CALCULA-FUNCION
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-EXPR-ERRPOS > 60 OR WS-EXPR-ERRPOS = 0
              MOVE 60 TO WS-EXPR-ERRPOS
           END-IF.

       00033-FUNCION-ARGUMENTO.
           MOVE WS-FIN-PTR TO WS-FIN-PTR-ANT
           MOVE SPACES TO WS-FIN-TXT
           MOVE ZERO TO WS-FIN-K
           UNSTRING WS-FIN-ARGS(1:WS-FIN-LARGO) DELIMITED BY ','
              INTO WS-FIN-TXT COUNT IN WS-FIN-K
              WITH POINTER WS-FIN-PTR
           END-UNSTRING
           COMPUTE WS-EXPR-ERRPOS = WS-FIN-NOMLEN + 1 + WS-FIN-PTR-ANT
           IF WS-FIN-K > 14
              MOVE 1 TO WS-EXPR-ERR
              MOVE "NUMERO DEMASIADO LARGO" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-TXT = SPACES
              MOVE 1 TO WS-EXPR-ERR
              MOVE "FALTA ARGUMENTO" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-NARG = 30
              MOVE 1 TO WS-EXPR-ERR
              MOVE "DEMASIADOS ARGUMENTOS" TO WS-EXPR-MOTIVO
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-FIN-TXT) = 0
              ADD 1 TO WS-FIN-NARG
              COMPUTE WS-FIN-ARG(WS-FIN-NARG) =
                      FUNCTION NUMVAL(WS-FIN-TXT)
           ELSE
      *Un argumento que no es numero puede ser variable con nombre.
              MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WS-FIN-TXT))
                   TO WS-ID-TXT
              PERFORM 00055-BUSCA-VARIABLE
              IF WS-ID-HALLADO = 1
                 ADD 1 TO WS-FIN-NARG
                 MOVE WS-ID-VALOR TO WS-FIN-ARG(WS-FIN-NARG)
              ELSE
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE "ARGUMENTO INVALIDO" TO WS-EXPR-MOTIVO
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       00034-CALCULA-FUNCION.
      *Las tasas van en por ciento. PAGO toma monto, tasa anual y
      *plazo en meses, como el prestamo de nomina; VF y VP, monto,
      *tasa por periodo y numero de periodos; EFECTIVA y NOMINAL,
      *la tasa anual y las capitalizaciones por anio; VPN, la tasa
      *por periodo y los flujos desde el periodo cero; TIR, solo
      *los flujos.
           COMPUTE WS-EXPR-ERRPOS = WS-FIN-NOMLEN + 1
           IF WS-FIN-NOMBRE = 'PAGO'
              PERFORM 00035-FIN-PAGO
           ELSE
           IF WS-FIN-NOMBRE = 'VF' OR WS-FIN-NOMBRE = 'VP'
              PERFORM 00036-FIN-VALOR
           ELSE
           IF WS-FIN-NOMBRE = 'EFECTIVA' OR WS-FIN-NOMBRE = 'NOMINAL'
              PERFORM 00037-FIN-TASAS
           ELSE
           IF WS-FIN-NOMBRE = 'VPN'
              PERFORM 00038-FIN-VPN
           ELSE
              PERFORM 00039-FIN-TIR
           END-IF
           END-IF
           END-IF
           END-IF.

       00035-FIN-PAGO.
           IF WS-FIN-NARG NOT = 3
              MOVE 1 TO WS-EXPR-ERR
              MOVE "PAGO(MONTO,TASA ANUAL,MESES)" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-ARG(3) NOT > 0 OR WS-FIN-ARG(2) < 0
              MOVE 1 TO WS-EXPR-ERR
              MOVE "PLAZO O TASA INVALIDOS" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-ARG(2) = 0
              COMPUTE WS-RESULTADO ROUNDED =
                      WS-FIN-ARG(1) / WS-FIN-ARG(3)
                 ON SIZE ERROR
                    PERFORM 00045-FIN-FUERA-DE-RANGO
              END-COMPUTE
           ELSE
      *Misma formula y mismo corte a centavos que el calculo del
      *prestamo en nomina, para que las cifras cuadren.
              COMPUTE WS-FIN-TASA = WS-FIN-ARG(2) / 12 / 100
              COMPUTE WS-FIN-FACTOR =
                      1 - ((1 + WS-FIN-TASA) **
                           (WS-FIN-ARG(3) * -1))
              COMPUTE WS-FIN-CALC ROUNDED =
                      WS-FIN-ARG(1) * WS-FIN-TASA / WS-FIN-FACTOR
              COMPUTE WS-RESULTADO = WS-FIN-CALC
                 ON SIZE ERROR
                    PERFORM 00045-FIN-FUERA-DE-RANGO
              END-COMPUTE
           END-IF
           END-IF
           END-IF.

       00036-FIN-VALOR.
      *Interes compuesto: VF = MONTO * (1 + i) ** N y su inverso.
           IF WS-FIN-NARG NOT = 3
              MOVE 1 TO WS-EXPR-ERR
              MOVE "VF/VP(MONTO,TASA,PERIODOS)" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-ARG(3) < 0 OR WS-FIN-ARG(2) NOT > -100
              MOVE 1 TO WS-EXPR-ERR
              MOVE "PERIODOS O TASA INVALIDOS" TO WS-EXPR-MOTIVO
           ELSE
              COMPUTE WS-FIN-FACTOR =
                      (1 + WS-FIN-ARG(2) / 100) ** WS-FIN-ARG(3)
              IF WS-FIN-NOMBRE = 'VF'
                 COMPUTE WS-FIN-CALC = WS-FIN-ARG(1) * WS-FIN-FACTOR
              ELSE
                 COMPUTE WS-FIN-CALC = WS-FIN-ARG(1) / WS-FIN-FACTOR
              END-IF
              COMPUTE WS-RESULTADO ROUNDED = WS-FIN-CALC
                 ON SIZE ERROR
                    PERFORM 00045-FIN-FUERA-DE-RANGO
              END-COMPUTE
           END-IF
           END-IF.

       00037-FIN-TASAS.
      *EFECTIVA = (1 + J / M) ** M - 1; NOMINAL es el inverso,
      *M * ((1 + E) ** (1 / M) - 1).
           IF WS-FIN-NARG NOT = 2
              MOVE 1 TO WS-EXPR-ERR
              MOVE "TASA Y CAPITALIZACIONES" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-ARG(2) NOT > 0 OR WS-FIN-ARG(1) < 0
              MOVE 1 TO WS-EXPR-ERR
              MOVE "TASA O CAPITALIZACIONES MAL" TO WS-EXPR-MOTIVO
           ELSE
              IF WS-FIN-NOMBRE = 'EFECTIVA'
                 COMPUTE WS-FIN-CALC =
                         ((1 + WS-FIN-ARG(1) / 100 / WS-FIN-ARG(2))
                          ** WS-FIN-ARG(2) - 1) * 100
              ELSE
                 COMPUTE WS-FIN-CALC =
                         WS-FIN-ARG(2) *
                         ((1 + WS-FIN-ARG(1) / 100)
                          ** (1 / WS-FIN-ARG(2)) - 1) * 100
              END-IF
              COMPUTE WS-RESULTADO ROUNDED = WS-FIN-CALC
                 ON SIZE ERROR
                    PERFORM 00045-FIN-FUERA-DE-RANGO
              END-COMPUTE
           END-IF
           END-IF.

       00038-FIN-VPN.
      *El primer flujo es el del periodo cero y no se descuenta.
           IF WS-FIN-NARG < 2
              MOVE 1 TO WS-EXPR-ERR
              MOVE "VPN(TASA,FLUJO0,FLUJO1,...)" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-FIN-ARG(1) NOT > -100
              MOVE 1 TO WS-EXPR-ERR
              MOVE "TASA INVALIDA" TO WS-EXPR-MOTIVO
           ELSE
              COMPUTE WS-FIN-TASA = WS-FIN-ARG(1) / 100
              MOVE 2 TO WS-FIN-PRIMERO
              PERFORM 00040-VPN-FLUJOS
              COMPUTE WS-RESULTADO ROUNDED = WS-FIN-VPN
                 ON SIZE ERROR
                    PERFORM 00045-FIN-FUERA-DE-RANGO
              END-COMPUTE
           END-IF
           END-IF.

       00039-FIN-TIR.
      *Tasa que deja el VPN en cero, por biseccion entre -99% y
      *1000%; si el VPN no cambia de signo en ese tramo no hay TIR
      *que reportar.
           IF WS-FIN-NARG < 2
              MOVE 1 TO WS-EXPR-ERR
              MOVE "TIR(FLUJO0,FLUJO1,...)" TO WS-EXPR-MOTIVO
           ELSE
              MOVE 1 TO WS-FIN-PRIMERO
              MOVE -0.99 TO WS-FIN-BAJA
              MOVE 10 TO WS-FIN-ALTA
              MOVE WS-FIN-BAJA TO WS-FIN-TASA
              PERFORM 00040-VPN-FLUJOS
              MOVE WS-FIN-VPN TO WS-FIN-VPN-BAJA
              MOVE WS-FIN-ALTA TO WS-FIN-TASA
              PERFORM 00040-VPN-FLUJOS
              IF (WS-FIN-VPN-BAJA > 0 AND WS-FIN-VPN > 0)
                 OR (WS-FIN-VPN-BAJA < 0 AND WS-FIN-VPN < 0)
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE "LOS FLUJOS NO TIENEN TIR" TO WS-EXPR-MOTIVO
              ELSE
                 MOVE ZERO TO WS-FIN-ITER
                 PERFORM 00042-TIR-BISECCION
                    UNTIL WS-FIN-ITER = 100
                 COMPUTE WS-RESULTADO ROUNDED =
                         (WS-FIN-BAJA + WS-FIN-ALTA) / 2 * 100
              END-IF
           END-IF.

       00042-TIR-BISECCION.
           COMPUTE WS-FIN-TASA = (WS-FIN-BAJA + WS-FIN-ALTA) / 2
           PERFORM 00040-VPN-FLUJOS
           IF (WS-FIN-VPN > 0 AND WS-FIN-VPN-BAJA > 0)
              OR (WS-FIN-VPN < 0 AND WS-FIN-VPN-BAJA < 0)
              MOVE WS-FIN-TASA TO WS-FIN-BAJA
              MOVE WS-FIN-VPN TO WS-FIN-VPN-BAJA
           ELSE
              MOVE WS-FIN-TASA TO WS-FIN-ALTA
           END-IF
           ADD 1 TO WS-FIN-ITER.

       00040-VPN-FLUJOS.
      *VPN a la tasa WS-FIN-TASA de los argumentos que empiezan en
      *WS-FIN-PRIMERO (ese es el periodo cero).
           MOVE ZERO TO WS-FIN-VPN
           MOVE WS-FIN-PRIMERO TO WS-FIN-K
           PERFORM 00041-VPN-FLUJO UNTIL WS-FIN-K > WS-FIN-NARG.

       00041-VPN-FLUJO.
           COMPUTE WS-FIN-VPN = WS-FIN-VPN + WS-FIN-ARG(WS-FIN-K) /
                   ((1 + WS-FIN-TASA) ** (WS-FIN-K - WS-FIN-PRIMERO))
           ADD 1 TO WS-FIN-K.

       00045-FIN-FUERA-DE-RANGO.
           MOVE 1 TO WS-EXPR-ERR
           MOVE "RESULTADO FUERA DE RANGO" TO WS-EXPR-MOTIVO.

       00032-MODO-FINANCIERO.
      *Funciones financieras por preguntas: arma el mismo renglon
      *que se teclearia como expresion (EJ. PAGO(100000,24,12)) y lo
      *resuelve igual, con su historial, resultados y rechazos.
           DISPLAY "1. PAGO DE PRESTAMO  2. VALOR FUTURO  "
      -    "3. VALOR PRESENTE  4. TASA EFECTIVA  5. TASA NOMINAL  "
      -    "6. VALOR PRESENTE NETO  7. TASA INTERNA DE RETORNO"
           ACCEPT WS-FIN-ELECCION
           MOVE SPACES TO WS-FIN-NOMBRE
           IF WS-FIN-ELECCION = 1
              MOVE 'PAGO' TO WS-FIN-NOMBRE
           END-IF
           IF WS-FIN-ELECCION = 2
              MOVE 'VF' TO WS-FIN-NOMBRE
           END-IF
           IF WS-FIN-ELECCION = 3
              MOVE 'VP' TO WS-FIN-NOMBRE
           END-IF
           IF WS-FIN-ELECCION = 4
              MOVE 'EFECTIVA' TO WS-FIN-NOMBRE
           END-IF
           IF WS-FIN-ELECCION = 5
              MOVE 'NOMINAL' TO WS-FIN-NOMBRE
           END-IF
           IF WS-FIN-ELECCION = 6
              MOVE 'VPN' TO WS-FIN-NOMBRE
           END-IF
           IF WS-FIN-ELECCION = 7
              MOVE 'TIR' TO WS-FIN-NOMBRE
           END-IF
           IF WS-FIN-NOMBRE = SPACES
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
           ELSE
              MOVE SPACES TO WS-EXPR
              MOVE 1 TO WS-FIN-PTR
              MOVE ZERO TO WS-FIN-NCAP
              STRING WS-FIN-NOMBRE DELIMITED BY SPACE
                     "(" DELIMITED BY SIZE
                     INTO WS-EXPR WITH POINTER WS-FIN-PTR
              IF WS-FIN-ELECCION = 1
                 MOVE "MONTO DEL PRESTAMO: " TO WS-FIN-PREGUNTA
                 PERFORM 00043-PIDE-ARGUMENTO
                 MOVE "TASA DE INTERES ANUAL (EJ. 24.00): "
                      TO WS-FIN-PREGUNTA
                 PERFORM 00043-PIDE-ARGUMENTO
                 MOVE "PLAZO EN MESES: " TO WS-FIN-PREGUNTA
                 PERFORM 00043-PIDE-ARGUMENTO
              ELSE
              IF WS-FIN-ELECCION = 2 OR WS-FIN-ELECCION = 3
                 MOVE "MONTO: " TO WS-FIN-PREGUNTA
                 PERFORM 00043-PIDE-ARGUMENTO
                 MOVE "TASA POR PERIODO (EJ. 2.00): "
                      TO WS-FIN-PREGUNTA
                 PERFORM 00043-PIDE-ARGUMENTO
                 MOVE "NUMERO DE PERIODOS: " TO WS-FIN-PREGUNTA
                 PERFORM 00043-PIDE-ARGUMENTO
              ELSE
              IF WS-FIN-ELECCION = 4 OR WS-FIN-ELECCION = 5
                 MOVE "TASA ANUAL (EJ. 24.00): " TO WS-FIN-PREGUNTA
                 PERFORM 00043-PIDE-ARGUMENTO
                 MOVE "CAPITALIZACIONES POR ANIO (EJ. 12): "
                      TO WS-FIN-PREGUNTA
                 PERFORM 00043-PIDE-ARGUMENTO
              ELSE
                 IF WS-FIN-ELECCION = 6
                    MOVE "TASA POR PERIODO (EJ. 2.00): "
                         TO WS-FIN-PREGUNTA
                    PERFORM 00043-PIDE-ARGUMENTO
                 END-IF
                 MOVE ZERO TO WS-FIN-PERIODO
                 MOVE 1 TO WS-FIN-SIGUE
                 PERFORM 00044-PIDE-FLUJO UNTIL WS-FIN-SIGUE = 0
              END-IF
              END-IF
              END-IF
              STRING ")" DELIMITED BY SIZE
                     INTO WS-EXPR WITH POINTER WS-FIN-PTR
              DISPLAY WS-EXPR
              PERFORM 00023-RESUELVE-EXPRESION
           END-IF.

       00043-PIDE-ARGUMENTO.
           DISPLAY WS-FIN-PREGUNTA
           MOVE SPACES TO WS-FIN-TXT
           ACCEPT WS-FIN-TXT
           PERFORM 00046-AGREGA-ARGUMENTO.

       00044-PIDE-FLUJO.
      *Flujos uno por uno; en blanco termina. El renglon de la
      *expresion limita cuantos caben.
           IF WS-FIN-PTR > 44
              DISPLAY "YA NO CABEN MAS FLUJOS."
              MOVE ZERO TO WS-FIN-SIGUE
           ELSE
              DISPLAY "FLUJO DEL PERIODO " WS-FIN-PERIODO
                      " (EN BLANCO PARA TERMINAR): "
              MOVE SPACES TO WS-FIN-TXT
              ACCEPT WS-FIN-TXT
              IF WS-FIN-TXT = SPACES
                 MOVE ZERO TO WS-FIN-SIGUE
              ELSE
                 PERFORM 00046-AGREGA-ARGUMENTO
                 ADD 1 TO WS-FIN-PERIODO
              END-IF
           END-IF.

       00046-AGREGA-ARGUMENTO.
           IF WS-FIN-NCAP > 0
              STRING "," DELIMITED BY SIZE
                     INTO WS-EXPR WITH POINTER WS-FIN-PTR
           END-IF
           STRING WS-FIN-TXT DELIMITED BY SPACE
                  INTO WS-EXPR WITH POINTER WS-FIN-PTR
           ADD 1 TO WS-FIN-NCAP.

       00047-EXPR-IDENTIFICADOR.
      *Letra de un nombre de variable (o de parametro dentro de una
      *formula); los digitos y el guion bajo siguen el nombre.
           IF WS-ID-LEN = 0
              AND WS-NUM-LEN > 0
              AND NOT (WS-NUM-LEN = 1 AND WS-NUM-TXT(1:1) = '-')
              MOVE 1 TO WS-EXPR-ERR
              MOVE WS-EXPR-POS TO WS-EXPR-ERRPOS
              MOVE "NUMERO PEGADO A UN NOMBRE" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-ID-LEN = 0 AND WS-ESPERA-NUM = 0
              MOVE 1 TO WS-EXPR-ERR
              MOVE WS-EXPR-POS TO WS-EXPR-ERRPOS
              MOVE "FALTA OPERADOR" TO WS-EXPR-MOTIVO
           ELSE
           IF WS-ID-LEN < 10
              IF WS-ID-LEN = 0 AND WS-NUM-LEN = 1
                 MOVE 1 TO WS-ID-NEG
                 MOVE ZERO TO WS-NUM-LEN
                 MOVE SPACES TO WS-NUM-TXT
              END-IF
              ADD 1 TO WS-ID-LEN
              MOVE WS-EXPR-CAR TO WS-ID-TXT(WS-ID-LEN:1)
           ELSE
              MOVE 1 TO WS-EXPR-ERR
              MOVE WS-EXPR-POS TO WS-EXPR-ERRPOS
              MOVE "NOMBRE DEMASIADO LARGO" TO WS-EXPR-MOTIVO
           END-IF
           END-IF
           END-IF.

       00048-EXPR-CIERRA-NOMBRE.
      *Cambia el nombre a medio armar por su valor en la pila.
           MOVE FUNCTION UPPER-CASE (WS-ID-TXT) TO WS-ID-TXT
           IF WS-NUM-LEN > 0
              MOVE 1 TO WS-EXPR-ERR
              MOVE WS-EXPR-POS TO WS-EXPR-ERRPOS
              MOVE "NOMBRE INVALIDO" TO WS-EXPR-MOTIVO
           ELSE
              PERFORM 00055-BUSCA-VARIABLE
              IF WS-ID-HALLADO = 0
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE WS-EXPR-POS TO WS-EXPR-ERRPOS
                 MOVE "VARIABLE NO DEFINIDA" TO WS-EXPR-MOTIVO
              ELSE
              IF WS-VAL-TOPE < 20
                 ADD 1 TO WS-VAL-TOPE
                 IF WS-ID-NEG = 1
                    COMPUTE WS-VAL(WS-VAL-TOPE) = WS-ID-VALOR * -1
                 ELSE
                    MOVE WS-ID-VALOR TO WS-VAL(WS-VAL-TOPE)
                 END-IF
                 MOVE ZERO TO WS-ESPERA-NUM
              ELSE
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE WS-EXPR-POS TO WS-EXPR-ERRPOS
                 MOVE "EXPRESION DEMASIADO HONDA"
                      TO WS-EXPR-MOTIVO
              END-IF
              END-IF
           END-IF
           MOVE ZERO TO WS-ID-LEN
           MOVE ZERO TO WS-ID-NEG
           MOVE SPACES TO WS-ID-TXT.

       00049-GRABA-HIST-EXPR.
      *Historial de una expresion: fecha, renglon, resultado y los
      *valores de las variables y la formula que se usaron, para
      *poder reproducir la cuenta despues.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN EXTEND F-HIST-CALC
           IF WS-FS-HIST = '35'
              OPEN OUTPUT F-HIST-CALC
           END-IF
           MOVE SPACES TO REG-HIST-CALC
           MOVE 1 TO WS-HIST-PTR
           STRING WS-FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXPR DELIMITED BY "  "
                  INTO REG-HIST-CALC WITH POINTER WS-HIST-PTR
           IF WS-ES-ASIGNA NOT = 2
              STRING " = " DELIMITED BY SIZE
                     WS-RES-FORMAT DELIMITED BY SIZE
                     INTO REG-HIST-CALC WITH POINTER WS-HIST-PTR
           END-IF
           MOVE 1 TO WS-VAR-I
           PERFORM 00075-HIST-VARIABLE UNTIL WS-VAR-I > WS-VAR-NUM
           IF WS-FOR-USADA > 0
              STRING " [" DELIMITED BY SIZE
                     WS-FOR-NOMBRE(WS-FOR-USADA) DELIMITED BY SPACE
                     "(" DELIMITED BY SIZE
                     WS-FOR-PARAMS(WS-FOR-USADA) DELIMITED BY SPACE
                     ") = " DELIMITED BY SIZE
                     WS-FOR-CUERPO(WS-FOR-USADA) DELIMITED BY "  "
                     "]" DELIMITED BY SIZE
                     INTO REG-HIST-CALC WITH POINTER WS-HIST-PTR
           END-IF
           WRITE REG-HIST-CALC
           CLOSE F-HIST-CALC.

       00075-HIST-VARIABLE.
           IF WS-VAR-USADA(WS-VAR-I) = 1
              MOVE WS-VAR-VALOR(WS-VAR-I) TO WS-VAR-FMT
              MOVE FUNCTION TRIM (WS-VAR-FMT) TO WS-VAR-TXT
              STRING " " DELIMITED BY SIZE
                     WS-VAR-NOMBRE(WS-VAR-I) DELIMITED BY SPACE
                     "=" DELIMITED BY SIZE
                     WS-VAR-TXT DELIMITED BY SPACE
                     INTO REG-HIST-CALC WITH POINTER WS-HIST-PTR
           END-IF
           ADD 1 TO WS-VAR-I.

       00050-DETECTA-ASIGNACION.
      *NOMBRE = EXPRESION guarda el resultado en una variable;
      *DEF NOMBRE(P1,P2) = EXPRESION guarda una formula.
           MOVE ZERO TO WS-ES-ASIGNA
           MOVE ZERO TO WS-ASG-IGUALES
           MOVE FUNCTION UPPER-CASE (WS-LINEA) TO WS-LINEA-MAY
           INSPECT WS-LINEA TALLYING WS-ASG-IGUALES FOR ALL '='
           IF WS-ASG-IGUALES > 0
              IF WS-LINEA-MAY(1:4) = 'DEF '
                 MOVE 2 TO WS-ES-ASIGNA
              ELSE
                 MOVE ZERO TO WS-ASG-LEN
                 MOVE SPACES TO WS-ASG-IZQ
                 UNSTRING WS-LINEA-MAY DELIMITED BY '='
                    INTO WS-ASG-IZQ COUNT IN WS-ASG-LEN
                 END-UNSTRING
                 IF WS-ASG-LEN < 59 AND WS-ASG-IZQ NOT = SPACES
                    MOVE FUNCTION TRIM (WS-ASG-IZQ) TO WS-NOM-TXT
                    PERFORM 00059-VALIDA-NOMBRE
                    IF WS-NOM-OK = 1
                       MOVE 1 TO WS-ES-ASIGNA
                       MOVE WS-NOM-TXT TO WS-ASG-NOMBRE
                       COMPUTE WS-ASG-DESDE = WS-ASG-LEN + 2
                    END-IF
                 END-IF
              END-IF
           END-IF.

       00059-VALIDA-NOMBRE.
      *Nombre valido: empieza con letra, sigue con letras, digitos
      *o guion bajo, sin espacios y de a lo mas 10 caracteres.
           MOVE 1 TO WS-NOM-OK
           IF WS-NOM-TXT(11:50) NOT = SPACES
              OR WS-NOM-TXT(1:1) = SPACE
              OR WS-NOM-TXT(1:1) NOT ALPHABETIC-UPPER
              MOVE ZERO TO WS-NOM-OK
           ELSE
              MOVE ZERO TO WS-NOM-FIN
              MOVE 2 TO WS-NOM-K
              PERFORM 00060-VALIDA-NOMBRE-CAR UNTIL WS-NOM-K > 10
           END-IF.

       00060-VALIDA-NOMBRE-CAR.
           MOVE WS-NOM-TXT(WS-NOM-K:1) TO WS-NOM-CAR
           IF WS-NOM-CAR = SPACE
              MOVE 1 TO WS-NOM-FIN
           ELSE
           IF WS-NOM-FIN = 1
              MOVE ZERO TO WS-NOM-OK
           ELSE
           IF WS-NOM-CAR NOT ALPHABETIC-UPPER
              AND WS-NOM-CAR NOT NUMERIC
              AND WS-NOM-CAR NOT = '_'
              MOVE ZERO TO WS-NOM-OK
           END-IF
           END-IF
           END-IF
           ADD 1 TO WS-NOM-K.

       00055-BUSCA-VARIABLE.
      *Valor de WS-ID-TXT: primero los parametros de la formula que
      *se esta evaluando, luego las variables guardadas (que quedan
      *anotadas para el historial).
           MOVE ZERO TO WS-ID-HALLADO
           MOVE ZERO TO WS-ID-VALOR
           IF WS-PAR-ACTIVO = 1
              MOVE 1 TO WS-PAR-K
              PERFORM 00061-BUSCA-PARAMETRO UNTIL WS-PAR-K > WS-PAR-NUM
           END-IF
           IF WS-ID-HALLADO = 0
              MOVE 1 TO WS-VAR-I
              PERFORM 00062-BUSCA-VAR-REN UNTIL WS-VAR-I > WS-VAR-NUM
           END-IF.

       00061-BUSCA-PARAMETRO.
           IF WS-PAR-NOMBRE(WS-PAR-K) = WS-ID-TXT
              MOVE 1 TO WS-ID-HALLADO
              MOVE WS-PAR-VALOR(WS-PAR-K) TO WS-ID-VALOR
              MOVE WS-PAR-NUM TO WS-PAR-K
           END-IF
           ADD 1 TO WS-PAR-K.

       00062-BUSCA-VAR-REN.
           IF WS-VAR-NOMBRE(WS-VAR-I) = WS-ID-TXT
              MOVE 1 TO WS-ID-HALLADO
              MOVE WS-VAR-VALOR(WS-VAR-I) TO WS-ID-VALOR
              MOVE 1 TO WS-VAR-USADA(WS-VAR-I)
              MOVE WS-VAR-NUM TO WS-VAR-I
           END-IF
           ADD 1 TO WS-VAR-I.

       00071-LIMPIA-USADA.
           MOVE ZERO TO WS-VAR-USADA(WS-VAR-I)
           ADD 1 TO WS-VAR-I.

       00054-APLICA-FORMULA.
      *Formula guardada: sus parametros toman el valor de los
      *argumentos y se evalua el cuerpo como expresion.
           IF WS-FIN-NARG NOT = WS-FOR-NPAR(WS-FOR-IDX)
              MOVE 1 TO WS-EXPR-ERR
              MOVE "NUMERO DE ARGUMENTOS ERRONEO" TO WS-EXPR-MOTIVO
           ELSE
              MOVE WS-FOR-IDX TO WS-FOR-USADA
              MOVE SPACES TO WS-PAR-TABLA
              UNSTRING WS-FOR-PARAMS(WS-FOR-IDX) DELIMITED BY ','
                 INTO WS-PAR-NOMBRE(1) WS-PAR-NOMBRE(2)
                      WS-PAR-NOMBRE(3) WS-PAR-NOMBRE(4)
                      WS-PAR-NOMBRE(5)
              END-UNSTRING
              MOVE WS-FIN-NARG TO WS-PAR-NUM
              MOVE 1 TO WS-PAR-K
              PERFORM 00073-LIGA-PARAMETRO UNTIL WS-PAR-K > WS-PAR-NUM
              MOVE 1 TO WS-PAR-ACTIVO
              MOVE WS-EXPR TO WS-FOR-GUARDA
              MOVE WS-FOR-CUERPO(WS-FOR-IDX) TO WS-EXPR
              PERFORM 00010-EVALUA-EXPRESION
              MOVE WS-FOR-GUARDA TO WS-EXPR
              MOVE ZERO TO WS-PAR-ACTIVO
              IF WS-EXPR-ERR = 1
                 MOVE 1 TO WS-EXPR-ERRPOS
              END-IF
           END-IF.

       00073-LIGA-PARAMETRO.
           MOVE WS-FIN-ARG(WS-PAR-K) TO WS-PAR-VALOR(WS-PAR-K)
           ADD 1 TO WS-PAR-K.

       00065-BUSCA-FORMULA.
      *Renglon de la formula WS-FIN-NOMBRE (cero si no existe).
           MOVE ZERO TO WS-FOR-IDX
           MOVE 1 TO WS-FOR-I
           PERFORM 00076-BUSCA-FORMULA-REN UNTIL WS-FOR-I > WS-FOR-NUM.

       00076-BUSCA-FORMULA-REN.
           IF WS-FOR-NOMBRE(WS-FOR-I) = WS-FIN-NOMBRE
              MOVE WS-FOR-I TO WS-FOR-IDX
              MOVE WS-FOR-NUM TO WS-FOR-I
           END-IF
           ADD 1 TO WS-FOR-I.

       00057-DEFINE-FORMULA.
      *DEF NOMBRE(P1,P2) = CUERPO: hasta cinco parametros; el cuerpo
      *puede usar los parametros y las variables guardadas.
           MOVE ZERO TO WS-EXPR-ERR
           MOVE ZERO TO WS-EXPR-ERRPOS
           MOVE SPACES TO WS-EXPR-MOTIVO
           MOVE ZERO TO WS-RESULTADO
           MOVE ZERO TO WS-DF-POS
           INSPECT WS-LINEA-MAY TALLYING WS-DF-POS
              FOR CHARACTERS BEFORE INITIAL '='
           IF WS-DF-POS < 6 OR WS-DF-POS > 58
              MOVE 1 TO WS-EXPR-ERR
              MOVE 5 TO WS-EXPR-ERRPOS
              MOVE "DEFINICION INCOMPLETA" TO WS-EXPR-MOTIVO
           ELSE
              MOVE SPACES TO WS-DF-NOMBRE
              MOVE SPACES TO WS-DF-PARAMS
              MOVE SPACES TO WS-DF-COLA
              UNSTRING WS-LINEA-MAY(5:WS-DF-POS - 4)
                 DELIMITED BY '(' OR ')'
                 INTO WS-DF-NOMBRE WS-DF-PARAMS WS-DF-COLA
              END-UNSTRING
              MOVE SPACES TO WS-DF-CUERPO
              MOVE FUNCTION TRIM (WS-LINEA(WS-DF-POS + 2:))
                   TO WS-DF-CUERPO
              MOVE FUNCTION TRIM (WS-DF-NOMBRE) TO WS-NOM-TXT
              PERFORM 00059-VALIDA-NOMBRE
              MOVE WS-NOM-TXT TO WS-FIN-NOMBRE
              IF WS-NOM-OK = 0
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE 5 TO WS-EXPR-ERRPOS
                 MOVE "NOMBRE DE FORMULA INVALIDO" TO WS-EXPR-MOTIVO
              ELSE
              IF WS-FIN-NOMBRE = 'PAGO' OR WS-FIN-NOMBRE = 'VF'
                 OR WS-FIN-NOMBRE = 'VP' OR WS-FIN-NOMBRE = 'EFECTIVA'
                 OR WS-FIN-NOMBRE = 'NOMINAL'
                 OR WS-FIN-NOMBRE = 'VPN' OR WS-FIN-NOMBRE = 'TIR'
                 OR WS-FIN-NOMBRE = 'DEF'
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE 5 TO WS-EXPR-ERRPOS
                 MOVE "NOMBRE RESERVADO" TO WS-EXPR-MOTIVO
              ELSE
              IF WS-DF-COLA NOT = SPACES OR WS-DF-CUERPO = SPACES
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE WS-DF-POS TO WS-EXPR-ERRPOS
                 MOVE "DEFINICION INCOMPLETA" TO WS-EXPR-MOTIVO
              ELSE
                 PERFORM 00072-PARAMETROS-FORMULA
                 IF WS-EXPR-ERR = 0
                    PERFORM 00077-GUARDA-FORMULA
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       00072-PARAMETROS-FORMULA.
      *Separa, valida y normaliza la lista de parametros.
           MOVE ZERO TO WS-PAR-NUM
           MOVE SPACES TO WS-PAR-TEXTOS
           MOVE SPACES TO WS-DF-NORMAL
           IF WS-DF-PARAMS NOT = SPACES
              UNSTRING WS-DF-PARAMS DELIMITED BY ','
                 INTO WS-PAR-TXT(1) WS-PAR-TXT(2) WS-PAR-TXT(3)
                      WS-PAR-TXT(4) WS-PAR-TXT(5)
                 TALLYING IN WS-PAR-NUM
                 ON OVERFLOW
                    MOVE 1 TO WS-EXPR-ERR
                    MOVE 5 TO WS-EXPR-ERRPOS
                    MOVE "MAS DE CINCO PARAMETROS" TO WS-EXPR-MOTIVO
              END-UNSTRING
           END-IF
           IF WS-EXPR-ERR = 0
              MOVE 1 TO WS-DF-PTR
              MOVE 1 TO WS-PAR-K
              PERFORM 00078-VALIDA-PARAMETRO
                 UNTIL WS-PAR-K > WS-PAR-NUM OR WS-EXPR-ERR = 1
           END-IF.

       00078-VALIDA-PARAMETRO.
           MOVE FUNCTION TRIM (WS-PAR-TXT(WS-PAR-K)) TO WS-NOM-TXT
           PERFORM 00059-VALIDA-NOMBRE
           IF WS-NOM-OK = 0
              MOVE 1 TO WS-EXPR-ERR
              MOVE 5 TO WS-EXPR-ERRPOS
              MOVE "PARAMETRO INVALIDO" TO WS-EXPR-MOTIVO
           ELSE
              IF WS-PAR-K > 1
                 STRING "," DELIMITED BY SIZE
                        INTO WS-DF-NORMAL WITH POINTER WS-DF-PTR
              END-IF
              STRING WS-NOM-TXT DELIMITED BY SPACE
                     INTO WS-DF-NORMAL WITH POINTER WS-DF-PTR
           END-IF
           ADD 1 TO WS-PAR-K.

       00077-GUARDA-FORMULA.
      *Alta o reemplazo de la formula, y el archivo se reescribe
      *para que quede para la siguiente sesion.
           PERFORM 00065-BUSCA-FORMULA
           IF WS-FOR-IDX = 0
              IF WS-FOR-NUM < 30
                 ADD 1 TO WS-FOR-NUM
                 MOVE WS-FOR-NUM TO WS-FOR-IDX
              ELSE
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE 5 TO WS-EXPR-ERRPOS
                 MOVE "NO CABEN MAS FORMULAS" TO WS-EXPR-MOTIVO
              END-IF
           END-IF
           IF WS-EXPR-ERR = 0
              MOVE WS-FIN-NOMBRE TO WS-FOR-NOMBRE(WS-FOR-IDX)
              MOVE WS-DF-NORMAL TO WS-FOR-PARAMS(WS-FOR-IDX)
              MOVE WS-DF-CUERPO TO WS-FOR-CUERPO(WS-FOR-IDX)
              MOVE WS-PAR-NUM TO WS-FOR-NPAR(WS-FOR-IDX)
              PERFORM 00068-GRABA-FORMULAS
           END-IF.

       00058-GUARDA-VARIABLE.
      *Alta o cambio de la variable asignada; el archivo se reescribe
      *para que quede para la siguiente sesion.
           MOVE ZERO TO WS-VAR-IDX
           MOVE 1 TO WS-VAR-I
           PERFORM 00074-UBICA-VARIABLE UNTIL WS-VAR-I > WS-VAR-NUM
           IF WS-VAR-IDX = 0
              IF WS-VAR-NUM < 50
                 ADD 1 TO WS-VAR-NUM
                 MOVE WS-VAR-NUM TO WS-VAR-IDX
                 MOVE ZERO TO WS-VAR-USADA(WS-VAR-IDX)
              ELSE
                 MOVE 1 TO WS-EXPR-ERR
                 MOVE 1 TO WS-EXPR-ERRPOS
                 MOVE "NO CABEN MAS VARIABLES" TO WS-EXPR-MOTIVO
              END-IF
           END-IF
           IF WS-EXPR-ERR = 0
              MOVE WS-ASG-NOMBRE TO WS-VAR-NOMBRE(WS-VAR-IDX)
              MOVE WS-EXPR-VALOR TO WS-VAR-VALOR(WS-VAR-IDX)
              PERFORM 00067-GRABA-VARIABLES
           END-IF.

       00074-UBICA-VARIABLE.
           IF WS-VAR-NOMBRE(WS-VAR-I) = WS-ASG-NOMBRE
              MOVE WS-VAR-I TO WS-VAR-IDX
              MOVE WS-VAR-NUM TO WS-VAR-I
           END-IF
           ADD 1 TO WS-VAR-I.

       00067-GRABA-VARIABLES.
           OPEN OUTPUT F-VARIABLES
           MOVE 1 TO WS-VAR-I
           PERFORM 00079-GRABA-VARIABLE-REN UNTIL WS-VAR-I > WS-VAR-NUM
           CLOSE F-VARIABLES.

       00079-GRABA-VARIABLE-REN.
           MOVE WS-VAR-NOMBRE(WS-VAR-I) TO VR-NOMBRE
           MOVE WS-VAR-VALOR(WS-VAR-I) TO VR-VALOR
           WRITE REG-VARIABLE
           ADD 1 TO WS-VAR-I.

       00068-GRABA-FORMULAS.
           OPEN OUTPUT F-FORMULAS
           MOVE 1 TO WS-FOR-I
           PERFORM 00080-GRABA-FORMULA-REN UNTIL WS-FOR-I > WS-FOR-NUM
           CLOSE F-FORMULAS.

       00080-GRABA-FORMULA-REN.
           MOVE WS-FOR-NOMBRE(WS-FOR-I) TO FO-NOMBRE
           MOVE WS-FOR-PARAMS(WS-FOR-I) TO FO-PARAMS
           MOVE WS-FOR-NPAR(WS-FOR-I) TO FO-NPAR
           MOVE WS-FOR-CUERPO(WS-FOR-I) TO FO-CUERPO
           WRITE REG-FORMULA
           ADD 1 TO WS-FOR-I.

       00069-CARGA-MEMORIA.
      *Variables y formulas de sesiones anteriores.
           MOVE ZERO TO WS-VAR-NUM
           MOVE ZERO TO WS-FOR-NUM
           OPEN INPUT F-VARIABLES
           IF WS-FS-VARS = '00'
              PERFORM 00081-CARGA-VARIABLE UNTIL WS-FS-VARS NOT = '00'
              CLOSE F-VARIABLES
           END-IF
           OPEN INPUT F-FORMULAS
           IF WS-FS-FORM = '00'
              PERFORM 00082-CARGA-FORMULA UNTIL WS-FS-FORM NOT = '00'
              CLOSE F-FORMULAS
           END-IF.

       00081-CARGA-VARIABLE.
           READ F-VARIABLES
              AT END
                 MOVE '10' TO WS-FS-VARS
              NOT AT END
                 IF WS-VAR-NUM < 50
                    ADD 1 TO WS-VAR-NUM
                    MOVE VR-NOMBRE TO WS-VAR-NOMBRE(WS-VAR-NUM)
                    MOVE VR-VALOR TO WS-VAR-VALOR(WS-VAR-NUM)
                    MOVE ZERO TO WS-VAR-USADA(WS-VAR-NUM)
                 END-IF
           END-READ.

       00082-CARGA-FORMULA.
           READ F-FORMULAS
              AT END
                 MOVE '10' TO WS-FS-FORM
              NOT AT END
                 IF WS-FOR-NUM < 30
                    ADD 1 TO WS-FOR-NUM
                    MOVE FO-NOMBRE TO WS-FOR-NOMBRE(WS-FOR-NUM)
                    MOVE FO-PARAMS TO WS-FOR-PARAMS(WS-FOR-NUM)
                    MOVE FO-NPAR TO WS-FOR-NPAR(WS-FOR-NUM)
                    MOVE FO-CUERPO TO WS-FOR-CUERPO(WS-FOR-NUM)
                 END-IF
           END-READ.

       00066-MENU-MEMORIA.
      *Variables y formulas guardadas. Las variables se asignan en
      *el modo de expresion (TASA = 0.16); las formulas tambien
      *(DEF IVA(MONTO) = MONTO * TASA) o aqui.
           DISPLAY "1. LISTAR VARIABLES  2. BORRAR VARIABLE  "
      -    "3. LISTAR FORMULAS  4. GUARDAR FORMULA  5. BORRAR FORMULA"
           ACCEPT WS-FIN-ELECCION
           IF WS-FIN-ELECCION = 1
              MOVE 1 TO WS-VAR-I
              PERFORM 00083-MUESTRA-VARIABLE
                 UNTIL WS-VAR-I > WS-VAR-NUM
              DISPLAY WS-VAR-NUM " VARIABLE(S)"
           ELSE
           IF WS-FIN-ELECCION = 2
              DISPLAY "NOMBRE DE LA VARIABLE A BORRAR: "
              MOVE SPACES TO WS-ASG-NOMBRE
              ACCEPT WS-ASG-NOMBRE
              MOVE FUNCTION UPPER-CASE (WS-ASG-NOMBRE)
                   TO WS-ASG-NOMBRE
              MOVE ZERO TO WS-VAR-IDX
              MOVE 1 TO WS-VAR-I
              PERFORM 00074-UBICA-VARIABLE UNTIL WS-VAR-I > WS-VAR-NUM
              IF WS-VAR-IDX = 0
                 DISPLAY "NO EXISTE ESA VARIABLE."
              ELSE
                 MOVE WS-VAR-IDX TO WS-VAR-I
                 PERFORM 00084-RECORRE-VARIABLE
                    UNTIL WS-VAR-I NOT < WS-VAR-NUM
                 SUBTRACT 1 FROM WS-VAR-NUM
                 PERFORM 00067-GRABA-VARIABLES
                 DISPLAY "VARIABLE BORRADA."
              END-IF
           ELSE
           IF WS-FIN-ELECCION = 3
              MOVE 1 TO WS-FOR-I
              PERFORM 00085-MUESTRA-FORMULA
                 UNTIL WS-FOR-I > WS-FOR-NUM
              DISPLAY WS-FOR-NUM " FORMULA(S)"
           ELSE
           IF WS-FIN-ELECCION = 4
              DISPLAY "FORMULA (EJ. IVA(MONTO) = MONTO * TASA): "
              MOVE SPACES TO WS-EXPR
              ACCEPT WS-EXPR
              MOVE SPACES TO WS-LINEA
              STRING "DEF " DELIMITED BY SIZE
                     WS-EXPR DELIMITED BY SIZE
                     INTO WS-LINEA
              MOVE FUNCTION UPPER-CASE (WS-LINEA) TO WS-LINEA-MAY
              PERFORM 00057-DEFINE-FORMULA
              IF WS-EXPR-ERR = 0
                 DISPLAY "FORMULA GUARDADA."
              ELSE
                 DISPLAY "FORMULA INVALIDA: " WS-EXPR-MOTIVO
              END-IF
           ELSE
           IF WS-FIN-ELECCION = 5
              DISPLAY "NOMBRE DE LA FORMULA A BORRAR: "
              MOVE SPACES TO WS-FIN-NOMBRE
              ACCEPT WS-FIN-NOMBRE
              MOVE FUNCTION UPPER-CASE (WS-FIN-NOMBRE)
                   TO WS-FIN-NOMBRE
              PERFORM 00065-BUSCA-FORMULA
              IF WS-FOR-IDX = 0
                 DISPLAY "NO EXISTE ESA FORMULA."
              ELSE
                 MOVE WS-FOR-IDX TO WS-FOR-I
                 PERFORM 00086-RECORRE-FORMULA
                    UNTIL WS-FOR-I NOT < WS-FOR-NUM
                 SUBTRACT 1 FROM WS-FOR-NUM
                 PERFORM 00068-GRABA-FORMULAS
                 DISPLAY "FORMULA BORRADA."
              END-IF
           ELSE
              DISPLAY "OPCION INVALIDA, VERIFIQUE."
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       00083-MUESTRA-VARIABLE.
           MOVE WS-VAR-VALOR(WS-VAR-I) TO WS-VAR-FMT
           DISPLAY WS-VAR-NOMBRE(WS-VAR-I) " = " WS-VAR-FMT
           ADD 1 TO WS-VAR-I.

       00085-MUESTRA-FORMULA.
           MOVE SPACES TO WS-FOR-LISTA
           STRING WS-FOR-NOMBRE(WS-FOR-I) DELIMITED BY SPACE
                  "(" DELIMITED BY SIZE
                  WS-FOR-PARAMS(WS-FOR-I) DELIMITED BY SPACE
                  ") = " DELIMITED BY SIZE
                  WS-FOR-CUERPO(WS-FOR-I) DELIMITED BY "  "
                  INTO WS-FOR-LISTA
           DISPLAY WS-FOR-LISTA
           ADD 1 TO WS-FOR-I.

       00084-RECORRE-VARIABLE.
           MOVE WS-VAR-REN(WS-VAR-I + 1) TO WS-VAR-REN(WS-VAR-I)
           ADD 1 TO WS-VAR-I.

       00086-RECORRE-FORMULA.
           MOVE WS-FOR-REN(WS-FOR-I + 1) TO WS-FOR-REN(WS-FOR-I)
           ADD 1 TO WS-FOR-I.

       END PROGRAM CALCULADORA.
