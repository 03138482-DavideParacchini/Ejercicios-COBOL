       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVADOR.

      *Corta las bitacoras en linea hacia archivos muertos fechados
      *y lleva en su archivo de control, por cada generacion que
      *crea, los renglones, la primera y ultima fecha y una suma de
      *control. En modo de verificacion las recalcula todas y
      *reporta las generaciones faltantes, alteradas o que aparecen
      *sin haberlas cortado el archivador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RESUMEN ASSIGN TO 'ARCHIVADOR-RESUMEN.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-RESUMEN.
           SELECT F-VERIFICA ASSIGN TO 'ARCHIVADOR-VERIFICACION.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-VERIF.

       DATA DIVISION.
       FILE SECTION.

       FD F-CONTROL-ARC.
      *Configuracion del archivador: cuantos meses se conservan en
      *linea en cada bitacora. Es el primer renglon; le sigue uno
      *por cada generacion archivada, marcado con 'G'.
       01 REG-CONTROL-ARC.
           02 AC-MESES-EN-LINEA     PIC 9(2).
      *Generacion archivada: renglones, primera y ultima fecha y la
      *suma de control (dos sumas acumuladas modulo 65521 sobre los
      *caracteres de cada renglon) tal como quedaron al cortar; la
      *fecha del ultimo corte (cero si la generacion no la corto el
      *archivador) y el resultado de la ultima verificacion:
      *'O' correcta, 'A' alterada, 'F' faltante, 'I' inesperada,
      *espacio sin verificar.
       01 REG-GENERACION-ARC.
           02 AG-TIPO               PIC X(1).
           02 FILLER                PIC X(1).
           02 AG-ARCHIVO            PIC X(40).
           02 FILLER                PIC X(1).
           02 AG-RENGLONES          PIC 9(7).
           02 FILLER                PIC X(1).
           02 AG-FECHA-PRIMERA      PIC 9(8).
           02 FILLER                PIC X(1).
           02 AG-FECHA-ULTIMA       PIC 9(8).
           02 FILLER                PIC X(1).
           02 AG-SUMA-1             PIC 9(5).
           02 AG-SUMA-2             PIC 9(5).
           02 FILLER                PIC X(1).
           02 AG-FECHA-CORTE        PIC 9(8).
           02 FILLER                PIC X(1).
           02 AG-ESTADO             PIC X(1).
           02 FILLER                PIC X(1).
           02 AG-FECHA-VERIF        PIC 9(8).

       FD F-RESUMEN.
      *Resumen de cada corte: bitacora, archivo muerto generado y
      *desde los archivos sin tocar las bitacoras vivas.
       01 REG-RESUMEN               PIC X(130).

       FD F-VERIFICA.
      *Reporte de la verificacion de generaciones archivadas.
       01 REG-VERIFICA              PIC X(130).

       WORKING-STORAGE SECTION.

       77 WKS-FS-VIVO          PIC X(02).
       77 WKS-FS-TEMP          PIC X(02).
       77 WKS-FS-CTRL          PIC X(02).
       77 WKS-FS-RESUMEN       PIC X(02).
       77 WKS-FS-VERIF         PIC X(02).
       77 WKS-NOMBRE-VIVO      PIC X(30).
       77 WKS-NOMBRE-ARCHIVO   PIC X(40).
       77 WKS-NOMBRE-TEMP      PIC X(40).
       77 WKS-BITACORA         PIC 9(1).
       77 WKS-CAMBIA           PIC X(01).
           88 WKS-CAMBIA-SI       VALUE 'S'.
       77 WKS-OPCION           PIC X(01).
           88 WKS-OPCION-VERIFICA VALUE 'V'.
       77 WKS-ST-SALIDA        PIC X(02).

      *Generaciones registradas en el archivo de control.
       77 WKS-GEN-NUM          PIC 9(3).
       77 WKS-GEN-I            PIC 9(3).
       77 WKS-GEN-ENC          PIC 9(3).
       77 WKS-GEN-V            PIC 9(3).
       77 WKS-GEN-CORTADA      PIC 9(1).
       01 WKS-GEN-TABLA.
           02 WKS-GEN OCCURS 600 TIMES.
              03 WKS-GEN-ARCHIVO    PIC X(40).
              03 WKS-GEN-RENGLONES  PIC 9(7).
              03 WKS-GEN-PRIMERA    PIC 9(8).
              03 WKS-GEN-ULTIMA     PIC 9(8).
              03 WKS-GEN-SUMA-1     PIC 9(5).
              03 WKS-GEN-SUMA-2     PIC 9(5).
              03 WKS-GEN-CORTE      PIC 9(8).
              03 WKS-GEN-ESTADO     PIC X(1).
              03 WKS-GEN-VERIF      PIC 9(8).

      *Acumulados de la generacion en curso: al cortar siguen desde
      *lo registrado (el archivo muerto se abre en EXTEND), al
      *verificar arrancan en cero y recorren el archivo completo.
       77 WKS-SU-RENGLONES     PIC 9(7).
       77 WKS-SU-PRIMERA       PIC 9(8).
       77 WKS-SU-ULTIMA        PIC 9(8).
       77 WKS-SU-1             PIC 9(6).
       77 WKS-SU-2             PIC 9(6).
       77 WKS-SU-VALOR         PIC 9(3).
       77 WKS-SU-LARGO         PIC 9(3).
       77 WKS-SU-BLANCOS       PIC 9(3).
       77 WKS-SU-K             PIC 9(3).
       77 WKS-SU-LINEA         PIC X(200).
       77 WKS-SU-FECHA         PIC X(8).
       77 WKS-SU-REVES         PIC X(200).

      *Verificacion.
       77 WKS-VER-EXISTE       PIC 9(1).
       77 WKS-VER-CORRECTAS    PIC 9(3).
       77 WKS-VER-ALTERADAS    PIC 9(3).
       77 WKS-VER-FALTANTES    PIC 9(3).
       77 WKS-VER-INESPERADAS  PIC 9(3).
       77 WKS-VER-ESTADO       PIC X(11).
       77 WKS-VER-MOTIVO       PIC X(70).
       77 WKS-MESES-ATRAS      PIC 9(3).
       77 WKS-ANOMES-PRUEBA    PIC 9(6).

       01 WKS-TABLA-BITACORAS.
           02 FILLER PIC X(56) VALUE
           MOVE LK-PARM-MODO TO WKS-MODO-BATCH
           MOVE "00" TO LK-PARM-STATUS
           PERFORM 00000-MAIN-CUERPO
      *La verificacion devuelve 95 si falta o se altero alguna
      *generacion y 04 si solo aparecieron archivos inesperados.
           MOVE WKS-ST-SALIDA TO LK-PARM-STATUS
           GOBACK.

       00000-MAIN-CUERPO.
           MOVE "00" TO WKS-ST-SALIDA
           PERFORM 00001-CARGA-CONFIGURACION
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WKS-FECHA-HOY(1:6) TO WKS-ANOMES-HOY
      *Modo V del driver: solo verificar. Por su cuenta, pregunta.
           MOVE "A" TO WKS-OPCION
           IF WKS-MODO-BATCH = "V"
              MOVE "V" TO WKS-OPCION
           END-IF
           IF WKS-MODO-BATCH = SPACES
              PERFORM 00005-PREGUNTA-OPCION
           END-IF
           IF WKS-OPCION-VERIFICA
              PERFORM 00030-VERIFICA-GENERACIONES
           ELSE
              IF WKS-MODO-BATCH NOT = "B"
                 PERFORM 00002-PREGUNTA-MESES
              END-IF
              PERFORM 00003-CALCULA-CORTE
              DISPLAY "ARCHIVADOR DE BITACORAS: SE CONSERVAN "
                      WKS-MESES-EN-LINEA " MES(ES) EN LINEA (DESDE "
                      WKS-ANOMES-CORTE ")."
              MOVE 1 TO WKS-BITACORA
              PERFORM 00010-ARCHIVA-BITACORA
                 UNTIL WKS-BITACORA > 4
      *Deja registradas las generaciones tocadas en este corte.
              PERFORM 00004-GRABA-CONFIGURACION
              DISPLAY "ARCHIVADO TERMINADO, RESUMEN EN "
                      "ARCHIVADOR-RESUMEN.TXT"
           END-IF.

       00005-PREGUNTA-OPCION.
           DISPLAY "A.ARCHIVAR BITACORAS  V.VERIFICAR ARCHIVOS "
                   "MUERTOS"
           ACCEPT WKS-OPCION
           IF WKS-OPCION = "v"
              MOVE "V" TO WKS-OPCION
           END-IF.

       00001-CARGA-CONFIGURACION.
      *Lee los meses a conservar y las generaciones registradas; si
      *el archivo de configuracion no existe se crea con el valor de
      *fabrica (3 meses).
           MOVE ZERO TO WKS-GEN-NUM
           OPEN INPUT F-CONTROL-ARC
           IF WKS-FS-CTRL = '00'
              READ F-CONTROL-ARC
                 AT END MOVE '10' TO WKS-FS-CTRL
                 NOT AT END
                    IF AC-MESES-EN-LINEA > 0
                       MOVE AC-MESES-EN-LINEA TO WKS-MESES-EN-LINEA
                    END-IF
              END-READ
              PERFORM 00006-CARGA-GENERACION
                 UNTIL WKS-FS-CTRL = '10'
              CLOSE F-CONTROL-ARC
           ELSE
              PERFORM 00004-GRABA-CONFIGURACION
           END-IF.

       00006-CARGA-GENERACION.
           READ F-CONTROL-ARC
              AT END MOVE '10' TO WKS-FS-CTRL
              NOT AT END
                 IF AG-TIPO = 'G' AND WKS-GEN-NUM < 600
                    ADD 1 TO WKS-GEN-NUM
                    MOVE AG-ARCHIVO TO WKS-GEN-ARCHIVO(WKS-GEN-NUM)
                    MOVE AG-RENGLONES
                         TO WKS-GEN-RENGLONES(WKS-GEN-NUM)
                    MOVE AG-FECHA-PRIMERA
                         TO WKS-GEN-PRIMERA(WKS-GEN-NUM)
                    MOVE AG-FECHA-ULTIMA
                         TO WKS-GEN-ULTIMA(WKS-GEN-NUM)
                    MOVE AG-SUMA-1 TO WKS-GEN-SUMA-1(WKS-GEN-NUM)
                    MOVE AG-SUMA-2 TO WKS-GEN-SUMA-2(WKS-GEN-NUM)
                    MOVE AG-FECHA-CORTE TO WKS-GEN-CORTE(WKS-GEN-NUM)
                    MOVE AG-ESTADO TO WKS-GEN-ESTADO(WKS-GEN-NUM)
                    MOVE AG-FECHA-VERIF TO WKS-GEN-VERIF(WKS-GEN-NUM)
                 END-IF
           END-READ.

       00004-GRABA-CONFIGURACION.
      *Reescribe la configuracion seguida de las generaciones; las
      *que se dieron de baja en la verificacion quedan sin nombre y
      *no se graban.
           MOVE SPACES TO REG-CONTROL-ARC
           MOVE WKS-MESES-EN-LINEA TO AC-MESES-EN-LINEA
           OPEN OUTPUT F-CONTROL-ARC
           WRITE REG-CONTROL-ARC
           MOVE 1 TO WKS-GEN-I
           PERFORM 00007-GRABA-GENERACION
              UNTIL WKS-GEN-I > WKS-GEN-NUM
           CLOSE F-CONTROL-ARC.

       00007-GRABA-GENERACION.
           IF WKS-GEN-ARCHIVO(WKS-GEN-I) NOT = SPACES
              MOVE SPACES TO REG-GENERACION-ARC
              MOVE 'G' TO AG-TIPO
              MOVE WKS-GEN-ARCHIVO(WKS-GEN-I) TO AG-ARCHIVO
              MOVE WKS-GEN-RENGLONES(WKS-GEN-I) TO AG-RENGLONES
              MOVE WKS-GEN-PRIMERA(WKS-GEN-I) TO AG-FECHA-PRIMERA
              MOVE WKS-GEN-ULTIMA(WKS-GEN-I) TO AG-FECHA-ULTIMA
              MOVE WKS-GEN-SUMA-1(WKS-GEN-I) TO AG-SUMA-1
              MOVE WKS-GEN-SUMA-2(WKS-GEN-I) TO AG-SUMA-2
              MOVE WKS-GEN-CORTE(WKS-GEN-I) TO AG-FECHA-CORTE
              MOVE WKS-GEN-ESTADO(WKS-GEN-I) TO AG-ESTADO
              MOVE WKS-GEN-VERIF(WKS-GEN-I) TO AG-FECHA-VERIF
              WRITE REG-GENERACION-ARC
           END-IF
           ADD 1 TO WKS-GEN-I.

       00008-BUSCA-GENERACION.
      *Deja en WKS-GEN-ENC el renglon de la tabla de la generacion
      *WKS-NOMBRE-ARCHIVO, o cero si no esta registrada.
           MOVE ZERO TO WKS-GEN-ENC
           MOVE 1 TO WKS-GEN-I
           PERFORM 00009-COMPARA-GENERACION
              UNTIL WKS-GEN-I > WKS-GEN-NUM OR WKS-GEN-ENC > 0.

       00009-COMPARA-GENERACION.
           IF WKS-GEN-ARCHIVO(WKS-GEN-I) = WKS-NOMBRE-ARCHIVO
              MOVE WKS-GEN-I TO WKS-GEN-ENC
           END-IF
           ADD 1 TO WKS-GEN-I.

       00002-PREGUNTA-MESES.
           DISPLAY "MESES EN LINEA ACTUALES: " WKS-MESES-EN-LINEA
           DISPLAY "DESEA CAMBIARLOS? S.SI N.NO"
                        DELIMITED BY SPACE
                     "TEMP.TXT" DELIMITED BY SIZE
                     INTO WKS-NOMBRE-TEMP
              PERFORM 00015-INICIA-GENERACION
      *El archivo muerto del mes se abre en EXTEND: una segunda
      *corrida dentro del mismo mes agrega, no pisa lo ya archivado.
              OPEN EXTEND F-ARCHIVO
              CLOSE F-VIVO
              CLOSE F-ARCHIVO
              CLOSE F-TEMPORAL
              PERFORM 00018-CIERRA-GENERACION
              IF WKS-ARCHIVADOS > 0
                 PERFORM 00012-REGRESA-TEMPORAL
              END-IF
                    MOVE REG-VIVO TO REG-ARCHIVO
                    WRITE REG-ARCHIVO
                    ADD 1 TO WKS-ARCHIVADOS
                    MOVE REG-VIVO TO WKS-SU-LINEA
                    PERFORM 00016-SUMA-RENGLON
                 ELSE
                    MOVE REG-VIVO TO REG-TEMPORAL
                    WRITE REG-TEMPORAL
           WRITE REG-RESUMEN
           CLOSE F-RESUMEN.

       00015-INICIA-GENERACION.
      *Ubica (o da de alta) la generacion WKS-NOMBRE-ARCHIVO y
      *carga sus acumulados registrados, para que los renglones de
      *este corte sigan la suma desde donde quedo la anterior. Si
      *no la corto el archivador (sin registro, o registrada como
      *inesperada) pero el archivo muerto ya existe, sus acumulados
      *se recalculan del contenido actual; de otro modo la suma
      *cubriria solo lo que se agrega y la verificacion la daria
      *por alterada.
           PERFORM 00008-BUSCA-GENERACION
           IF WKS-GEN-ENC = 0
              IF WKS-GEN-NUM < 600
                 ADD 1 TO WKS-GEN-NUM
                 MOVE WKS-GEN-NUM TO WKS-GEN-ENC
                 MOVE WKS-NOMBRE-ARCHIVO
                      TO WKS-GEN-ARCHIVO(WKS-GEN-ENC)
                 MOVE ZERO TO WKS-GEN-RENGLONES(WKS-GEN-ENC)
                 MOVE ZERO TO WKS-GEN-PRIMERA(WKS-GEN-ENC)
                 MOVE ZERO TO WKS-GEN-ULTIMA(WKS-GEN-ENC)
                 MOVE ZERO TO WKS-GEN-SUMA-1(WKS-GEN-ENC)
                 MOVE ZERO TO WKS-GEN-SUMA-2(WKS-GEN-ENC)
                 MOVE ZERO TO WKS-GEN-CORTE(WKS-GEN-ENC)
                 MOVE SPACE TO WKS-GEN-ESTADO(WKS-GEN-ENC)
                 MOVE ZERO TO WKS-GEN-VERIF(WKS-GEN-ENC)
              ELSE
                 DISPLAY "TABLA DE GENERACIONES LLENA; "
                         WKS-NOMBRE-ARCHIVO
                         " QUEDA SIN REGISTRO DE CONTROL."
              END-IF
           END-IF
           MOVE ZERO TO WKS-GEN-CORTADA
           IF WKS-GEN-ENC > 0
              IF WKS-GEN-CORTE(WKS-GEN-ENC) > 0
                 MOVE 1 TO WKS-GEN-CORTADA
              END-IF
           END-IF
           IF WKS-GEN-CORTADA = 1
              MOVE WKS-GEN-RENGLONES(WKS-GEN-ENC) TO WKS-SU-RENGLONES
              MOVE WKS-GEN-PRIMERA(WKS-GEN-ENC) TO WKS-SU-PRIMERA
              MOVE WKS-GEN-ULTIMA(WKS-GEN-ENC) TO WKS-SU-ULTIMA
              MOVE WKS-GEN-SUMA-1(WKS-GEN-ENC) TO WKS-SU-1
              MOVE WKS-GEN-SUMA-2(WKS-GEN-ENC) TO WKS-SU-2
           ELSE
              PERFORM 00032-RECALCULA-GENERACION
           END-IF.

       00016-SUMA-RENGLON.
      *Acumula WKS-SU-LINEA: cuenta el renglon, toma su fecha si la
      *trae y pasa sus caracteres (sin los blancos del final, que
      *el archivo de texto no guarda) y un fin de renglon por las
      *dos sumas de control.
           ADD 1 TO WKS-SU-RENGLONES
           MOVE WKS-SU-LINEA(1:8) TO WKS-SU-FECHA
           IF WKS-SU-FECHA NUMERIC
              IF WKS-SU-PRIMERA = 0
                 MOVE WKS-SU-FECHA TO WKS-SU-PRIMERA
              END-IF
              MOVE WKS-SU-FECHA TO WKS-SU-ULTIMA
           END-IF
           MOVE FUNCTION REVERSE(WKS-SU-LINEA) TO WKS-SU-REVES
           MOVE ZERO TO WKS-SU-BLANCOS
           INSPECT WKS-SU-REVES TALLYING WKS-SU-BLANCOS
                   FOR LEADING SPACES
           COMPUTE WKS-SU-LARGO = 200 - WKS-SU-BLANCOS
           MOVE 1 TO WKS-SU-K
           PERFORM 00017-SUMA-CARACTER
              UNTIL WKS-SU-K > WKS-SU-LARGO
           MOVE 10 TO WKS-SU-VALOR
           PERFORM 00019-ACUMULA-VALOR.

       00017-SUMA-CARACTER.
           COMPUTE WKS-SU-VALOR =
                   FUNCTION ORD(WKS-SU-LINEA(WKS-SU-K:1))
           PERFORM 00019-ACUMULA-VALOR
           ADD 1 TO WKS-SU-K.

       00019-ACUMULA-VALOR.
           ADD WKS-SU-VALOR TO WKS-SU-1
           IF WKS-SU-1 NOT < 65521
              SUBTRACT 65521 FROM WKS-SU-1
           END-IF
           ADD WKS-SU-1 TO WKS-SU-2
           IF WKS-SU-2 NOT < 65521
              SUBTRACT 65521 FROM WKS-SU-2
           END-IF.

       00018-CIERRA-GENERACION.
           IF WKS-GEN-ENC > 0
              MOVE WKS-SU-RENGLONES TO WKS-GEN-RENGLONES(WKS-GEN-ENC)
              MOVE WKS-SU-PRIMERA TO WKS-GEN-PRIMERA(WKS-GEN-ENC)
              MOVE WKS-SU-ULTIMA TO WKS-GEN-ULTIMA(WKS-GEN-ENC)
              MOVE WKS-SU-1 TO WKS-GEN-SUMA-1(WKS-GEN-ENC)
              MOVE WKS-SU-2 TO WKS-GEN-SUMA-2(WKS-GEN-ENC)
              MOVE WKS-FECHA-HOY TO WKS-GEN-CORTE(WKS-GEN-ENC)
           END-IF.

       00020-LIMPIA-SUMAS.
           MOVE ZERO TO WKS-SU-RENGLONES
           MOVE ZERO TO WKS-SU-PRIMERA
           MOVE ZERO TO WKS-SU-ULTIMA
           MOVE ZERO TO WKS-SU-1
           MOVE ZERO TO WKS-SU-2.

       00030-VERIFICA-GENERACIONES.
      *Recalcula cada generacion registrada contra su archivo
      *muerto y despues busca, por la nomenclatura de cada
      *bitacora, archivos muertos de los ultimos diez anos que el
      *archivador no tenga registrados.
           MOVE ZERO TO WKS-VER-CORRECTAS
           MOVE ZERO TO WKS-VER-ALTERADAS
           MOVE ZERO TO WKS-VER-FALTANTES
           MOVE ZERO TO WKS-VER-INESPERADAS
           OPEN OUTPUT F-VERIFICA
           MOVE SPACES TO REG-VERIFICA
           STRING "VERIFICACION DE ARCHIVOS MUERTOS - "
                  WKS-FECHA-HOY DELIMITED BY SIZE
                  INTO REG-VERIFICA
           WRITE REG-VERIFICA
           MOVE ALL "-" TO REG-VERIFICA
           WRITE REG-VERIFICA
           MOVE 1 TO WKS-GEN-V
           PERFORM 00031-VERIFICA-ENTRADA
              UNTIL WKS-GEN-V > WKS-GEN-NUM
           MOVE 1 TO WKS-BITACORA
           PERFORM 00035-BUSCA-INESPERADAS
              UNTIL WKS-BITACORA > 4
           MOVE ALL "-" TO REG-VERIFICA
           WRITE REG-VERIFICA
           MOVE SPACES TO REG-VERIFICA
           STRING "CORRECTAS: " WKS-VER-CORRECTAS
                  "  ALTERADAS: " WKS-VER-ALTERADAS
                  "  FALTANTES: " WKS-VER-FALTANTES
                  "  INESPERADAS: " WKS-VER-INESPERADAS
                  DELIMITED BY SIZE INTO REG-VERIFICA
           WRITE REG-VERIFICA
           CLOSE F-VERIFICA
      *El resultado queda en el control para que la busqueda de
      *historial avise cuando toque una generacion que no paso.
           PERFORM 00004-GRABA-CONFIGURACION
           IF WKS-VER-ALTERADAS > 0 OR WKS-VER-FALTANTES > 0
              MOVE "95" TO WKS-ST-SALIDA
           ELSE
           IF WKS-VER-INESPERADAS > 0
              MOVE "04" TO WKS-ST-SALIDA
           END-IF
           END-IF
           DISPLAY "VERIFICACION: " WKS-VER-CORRECTAS " CORRECTA(S), "
                   WKS-VER-ALTERADAS " ALTERADA(S), "
                   WKS-VER-FALTANTES " FALTANTE(S), "
                   WKS-VER-INESPERADAS " INESPERADA(S)"
           DISPLAY "REPORTE EN ARCHIVADOR-VERIFICACION.TXT".

       00031-VERIFICA-ENTRADA.
           MOVE WKS-GEN-V TO WKS-GEN-ENC
           IF WKS-GEN-ARCHIVO(WKS-GEN-ENC) NOT = SPACES
              MOVE WKS-GEN-ARCHIVO(WKS-GEN-ENC) TO WKS-NOMBRE-ARCHIVO
              PERFORM 00032-RECALCULA-GENERACION
              MOVE WKS-FECHA-HOY TO WKS-GEN-VERIF(WKS-GEN-ENC)
      *Una inesperada de otra noche sigue siendolo mientras exista;
      *si ya no esta, se da de baja.
              IF WKS-GEN-CORTE(WKS-GEN-ENC) = 0
                 IF WKS-VER-EXISTE = 1
                    PERFORM 00037-GENERACION-INESPERADA
                 ELSE
                    MOVE SPACES TO WKS-GEN-ARCHIVO(WKS-GEN-ENC)
                 END-IF
              ELSE
                 IF WKS-VER-EXISTE = 0
                    MOVE 'F' TO WKS-GEN-ESTADO(WKS-GEN-ENC)
                    ADD 1 TO WKS-VER-FALTANTES
                    MOVE "FALTANTE" TO WKS-VER-ESTADO
                    MOVE "EL ARCHIVO MUERTO NO EXISTE"
                         TO WKS-VER-MOTIVO
                 ELSE
                    PERFORM 00034-COMPARA-GENERACION
                 END-IF
                 PERFORM 00038-ESCRIBE-VERIFICA
              END-IF
           END-IF
           ADD 1 TO WKS-GEN-V.

       00032-RECALCULA-GENERACION.
      *Recorre completo el archivo muerto WKS-NOMBRE-ARCHIVO y deja
      *sus acumulados en WKS-SU-*; WKS-VER-EXISTE en cero si no se
      *pudo abrir.
           PERFORM 00020-LIMPIA-SUMAS
           MOVE ZERO TO WKS-VER-EXISTE
           OPEN INPUT F-ARCHIVO
           IF WKS-FS-ARCHIVO = '00'
              MOVE 1 TO WKS-VER-EXISTE
              PERFORM 00033-RECALCULA-RENGLON
                 UNTIL WKS-FS-ARCHIVO = '10'
              CLOSE F-ARCHIVO
           END-IF.

       00033-RECALCULA-RENGLON.
           READ F-ARCHIVO
              AT END MOVE '10' TO WKS-FS-ARCHIVO
              NOT AT END
                 MOVE REG-ARCHIVO TO WKS-SU-LINEA
                 PERFORM 00016-SUMA-RENGLON
           END-READ.

       00034-COMPARA-GENERACION.
           MOVE SPACES TO WKS-VER-MOTIVO
           IF WKS-SU-RENGLONES NOT = WKS-GEN-RENGLONES(WKS-GEN-ENC)
              STRING "RENGLONES: " WKS-GEN-RENGLONES(WKS-GEN-ENC)
                     " REGISTRADOS, " WKS-SU-RENGLONES
                     " EN EL ARCHIVO" DELIMITED BY SIZE
                     INTO WKS-VER-MOTIVO
           ELSE
           IF WKS-SU-PRIMERA NOT = WKS-GEN-PRIMERA(WKS-GEN-ENC)
              OR WKS-SU-ULTIMA NOT = WKS-GEN-ULTIMA(WKS-GEN-ENC)
              STRING "FECHAS: " WKS-GEN-PRIMERA(WKS-GEN-ENC) "-"
                     WKS-GEN-ULTIMA(WKS-GEN-ENC) " REGISTRADAS, "
                     WKS-SU-PRIMERA "-" WKS-SU-ULTIMA
                     " EN EL ARCHIVO" DELIMITED BY SIZE
                     INTO WKS-VER-MOTIVO
           ELSE
           IF WKS-SU-1 NOT = WKS-GEN-SUMA-1(WKS-GEN-ENC)
              OR WKS-SU-2 NOT = WKS-GEN-SUMA-2(WKS-GEN-ENC)
              MOVE "SUMA DE CONTROL DISTINTA: SE MODIFICO EL CONTENIDO"
                   TO WKS-VER-MOTIVO
           END-IF
           END-IF
           END-IF
           IF WKS-VER-MOTIVO = SPACES
              MOVE 'O' TO WKS-GEN-ESTADO(WKS-GEN-ENC)
              ADD 1 TO WKS-VER-CORRECTAS
              MOVE "CORRECTA" TO WKS-VER-ESTADO
              STRING WKS-SU-RENGLONES " RENGLON(ES) DEL "
                     WKS-SU-PRIMERA " AL " WKS-SU-ULTIMA
                     DELIMITED BY SIZE
                     INTO WKS-VER-MOTIVO
           ELSE
              MOVE 'A' TO WKS-GEN-ESTADO(WKS-GEN-ENC)
              ADD 1 TO WKS-VER-ALTERADAS
              MOVE "ALTERADA" TO WKS-VER-ESTADO
           END-IF.

       00035-BUSCA-INESPERADAS.
      *Prueba los ultimos ciento veinte meses de la bitacora en
      *WKS-BITACORA; los meses sin archivo solo se saltan.
           MOVE WKS-ANOMES-HOY TO WKS-ANOMES-PRUEBA
           MOVE ZERO TO WKS-MESES-ATRAS
           PERFORM 00036-PRUEBA-MES
              UNTIL WKS-MESES-ATRAS > 119
           ADD 1 TO WKS-BITACORA.

       00036-PRUEBA-MES.
           MOVE SPACES TO WKS-NOMBRE-ARCHIVO
           STRING WKS-BIT-BASE-ARC(WKS-BITACORA)
                     DELIMITED BY SPACE
                  WKS-ANOMES-PRUEBA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WKS-NOMBRE-ARCHIVO
           PERFORM 00008-BUSCA-GENERACION
           IF WKS-GEN-ENC = 0
              OPEN INPUT F-ARCHIVO
              IF WKS-FS-ARCHIVO = '00'
                 CLOSE F-ARCHIVO
                 IF WKS-GEN-NUM < 600
                    ADD 1 TO WKS-GEN-NUM
                    MOVE WKS-GEN-NUM TO WKS-GEN-ENC
                    MOVE WKS-NOMBRE-ARCHIVO
                         TO WKS-GEN-ARCHIVO(WKS-GEN-ENC)
                    MOVE ZERO TO WKS-GEN-CORTE(WKS-GEN-ENC)
                    MOVE WKS-FECHA-HOY TO WKS-GEN-VERIF(WKS-GEN-ENC)
                 END-IF
                 PERFORM 00032-RECALCULA-GENERACION
                 PERFORM 00037-GENERACION-INESPERADA
              END-IF
           END-IF
      *Mes anterior.
           COMPUTE WKS-ANO-AUX = WKS-ANOMES-PRUEBA / 100
           COMPUTE WKS-MES-AUX =
                   WKS-ANOMES-PRUEBA - WKS-ANO-AUX * 100
           IF WKS-MES-AUX = 1
              COMPUTE WKS-ANOMES-PRUEBA =
                      (WKS-ANO-AUX - 1) * 100 + 12
           ELSE
              COMPUTE WKS-ANOMES-PRUEBA = WKS-ANOMES-PRUEBA - 1
           END-IF
           ADD 1 TO WKS-MESES-ATRAS.

       00037-GENERACION-INESPERADA.
      *Archivo muerto que el archivador no corto. Por su cuenta el
      *operador puede registrarlo como legitimo (las generaciones
      *cortadas antes de llevar el control aparecen asi la primera
      *vez); en la corrida nocturna solo se reporta.
           MOVE "INESPERADA" TO WKS-VER-ESTADO
           MOVE "EL ARCHIVADOR NO CORTO ESTA GENERACION"
                TO WKS-VER-MOTIVO
           MOVE SPACE TO WKS-CAMBIA
           IF WKS-MODO-BATCH = SPACES AND WKS-GEN-ENC > 0
              DISPLAY "ARCHIVO MUERTO SIN REGISTRO DE CONTROL: "
                      WKS-NOMBRE-ARCHIVO
              DISPLAY "REGISTRARLO COMO LEGITIMO? S.SI N.NO"
              ACCEPT WKS-CAMBIA
           END-IF
           IF WKS-GEN-ENC > 0
              MOVE WKS-SU-RENGLONES TO WKS-GEN-RENGLONES(WKS-GEN-ENC)
              MOVE WKS-SU-PRIMERA TO WKS-GEN-PRIMERA(WKS-GEN-ENC)
              MOVE WKS-SU-ULTIMA TO WKS-GEN-ULTIMA(WKS-GEN-ENC)
              MOVE WKS-SU-1 TO WKS-GEN-SUMA-1(WKS-GEN-ENC)
              MOVE WKS-SU-2 TO WKS-GEN-SUMA-2(WKS-GEN-ENC)
              MOVE 'I' TO WKS-GEN-ESTADO(WKS-GEN-ENC)
           END-IF
           IF WKS-CAMBIA-SI
              MOVE WKS-FECHA-HOY TO WKS-GEN-CORTE(WKS-GEN-ENC)
              MOVE 'O' TO WKS-GEN-ESTADO(WKS-GEN-ENC)
              ADD 1 TO WKS-VER-CORRECTAS
              MOVE "REGISTRADA" TO WKS-VER-ESTADO
              MOVE SPACES TO WKS-VER-MOTIVO
              STRING "POR EL OPERADOR: " WKS-SU-RENGLONES
                     " RENGLON(ES) DEL " WKS-SU-PRIMERA
                     " AL " WKS-SU-ULTIMA
                     DELIMITED BY SIZE
                     INTO WKS-VER-MOTIVO
           ELSE
              ADD 1 TO WKS-VER-INESPERADAS
           END-IF
           PERFORM 00038-ESCRIBE-VERIFICA.

       00038-ESCRIBE-VERIFICA.
           MOVE SPACES TO REG-VERIFICA
           STRING WKS-VER-ESTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WKS-NOMBRE-ARCHIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WKS-VER-MOTIVO DELIMITED BY SIZE
                  INTO REG-VERIFICA
           WRITE REG-VERIFICA.

       END PROGRAM ARCHIVADOR.
