           SELECT F-FALLAS ASSIGN TO 'NOMINA-BATCH-FALLAS.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-FALLAS.
           SELECT F-ENTRADAS ASSIGN TO 'NOMINA-BATCH-ENTRADAS.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-ENTRADAS.
           SELECT F-HUELLAS ASSIGN TO 'NOMINA-BATCH-HUELLAS.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-HUELLAS.
           SELECT F-PREVUELO ASSIGN TO DYNAMIC WKS-PF-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-PREVUELO.
           SELECT F-RES-CHECADAS ASSIGN TO
               'NOMINA-CHECADAS-RESUMEN-BATCH.TXT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-RES-CHK.
           SELECT F-HISTORIA ASSIGN TO 'NOMINA-BATCH-HISTORIA.DAT'
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-HISTORIA.
           SELECT F-TENDENCIA ASSIGN TO DYNAMIC WKS-TENDENCIA-NOMBRE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WKS-FS-TENDENCIA.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER                PIC X(1).
           02 FL-PASO               PIC X(15).

       FD F-ENTRADAS.
      *Entradas declaradas por paso para el prevuelo: el paso, el
      *archivo de interfaz que consume, los dias de antiguedad que
      *tolera el encabezado, el minimo de registros, el porcentaje
      *de la ultima entrada aceptada por debajo del cual el archivo
      *se tiene por truncado (cero no lo revisa), la longitud minima
      *y maxima de un registro de detalle y si el archivo trae
      *encabezado HDR y trailer TRL con cifras control ('S'/'N').
      *Un paso sin entradas declaradas arranca sin prevuelo.
       01 REG-ENTRADA.
           02 EN-PASO               PIC X(15).
           02 FILLER                PIC X(1).
           02 EN-ARCHIVO            PIC X(40).
           02 FILLER                PIC X(1).
           02 EN-DIAS               PIC 9(2).
           02 FILLER                PIC X(1).
           02 EN-MINIMO             PIC 9(5).
           02 FILLER                PIC X(1).
           02 EN-PCT-BAJO           PIC 9(3).
           02 FILLER                PIC X(1).
           02 EN-LONG-MIN           PIC 9(3).
           02 FILLER                PIC X(1).
           02 EN-LONG-MAX           PIC 9(3).
           02 FILLER                PIC X(1).
           02 EN-CONTROL            PIC X(1).

       FD F-HUELLAS.
      *Huella de la ultima entrada aceptada de cada paso: fecha,
      *registros, primer y ultimo renglon. Un archivo con la misma
      *huella en una noche posterior es el de ayer que nadie
      *reemplazo.
       01 REG-HUELLA.
           02 HU-PASO               PIC X(15).
           02 FILLER                PIC X(1).
           02 HU-ARCHIVO            PIC X(40).
           02 FILLER                PIC X(1).
           02 HU-FECHA              PIC 9(8).
           02 FILLER                PIC X(1).
           02 HU-REGISTROS          PIC 9(7).
           02 FILLER                PIC X(1).
           02 HU-PRIMERO            PIC X(40).
           02 FILLER                PIC X(1).
           02 HU-ULTIMO             PIC X(40).

       FD F-PREVUELO.
      *Cualquiera de las entradas declaradas, leida renglon por
      *renglon solo para revisarla.
       01 REG-PREVUELO              PIC X(250).

       FD F-RES-CHECADAS.
      *Cifras que deja el paso de checadas (layout del programa
      *NOMINA).
       01 REG-RES-CHECADAS.
           02 RK-LEIDAS             PIC 9(5).
           02 FILLER                PIC X(1).
           02 RK-RECHAZADAS         PIC 9(5).

       FD F-HISTORIA.
      *Historia permanente de la corrida nocturna: un renglon por
      *paso y noche con el dia de la semana (1 lunes), hora de
      *arranque y de fin (HHMMSS), duracion en segundos, estatus,
      *el volumen principal del paso (checadas leidas, trabajadores
      *pagados, etiquetas, facturas procesadas), uno secundario
      *(checadas rechazadas, neto en pesos, excepciones, facturas
      *rechazadas) y 'S' si salio fuera de su rango normal.
       01 REG-HISTORIA.
           02 HI-FECHA              PIC 9(8).
           02 FILLER                PIC X(1).
           02 HI-DIA-SEM            PIC 9(1).
           02 FILLER                PIC X(1).
           02 HI-PASO               PIC X(15).
           02 FILLER                PIC X(1).
           02 HI-INICIO             PIC 9(6).
           02 FILLER                PIC X(1).
           02 HI-FIN                PIC 9(6).
           02 FILLER                PIC X(1).
           02 HI-SEG                PIC 9(6).
           02 FILLER                PIC X(1).
           02 HI-STATUS             PIC X(2).
           02 FILLER                PIC X(1).
           02 HI-VOL-1              PIC 9(9).
           02 FILLER                PIC X(1).
           02 HI-VOL-2              PIC 9(9).
           02 FILLER                PIC X(1).
           02 HI-ANOMALIA           PIC X(1).

       FD F-TENDENCIA.
      *Reporte mensual de tendencia de la ventana nocturna.
       01 REG-TENDENCIA             PIC X(80).

       WORKING-STORAGE SECTION.

       77 WKS-FS-LOG               PIC X(02).
              03 WKS-PL-HECHO       PIC 9(1).
              03 WKS-PL-ANT         PIC 9(8).

      *Prevuelo de entradas: las declaradas por paso con la huella
      *de la ultima aceptada y la de esta noche, y por paso del plan
      *el primer motivo de rechazo ('PF' prevuelo fallido).
       77 WKS-FS-ENTRADAS          PIC X(02).
       77 WKS-FS-HUELLAS           PIC X(02).
       77 WKS-FS-PREVUELO          PIC X(02).
       77 WKS-PF-NOMBRE            PIC X(40).
       77 WKS-PF-OK                PIC 9(1).
       77 WKS-PF-REGS              PIC 9(7).
       77 WKS-PF-DETALLE           PIC 9(7).
       77 WKS-PF-CONTROL           PIC 9(7).
       77 WKS-PF-MALOS             PIC 9(7).
       77 WKS-PF-LARGO             PIC 9(3).
       77 WKS-PF-BLANCOS           PIC 9(3).
       77 WKS-PF-DIAS              PIC S9(7).
       77 WKS-PF-REVES             PIC X(250).
       77 WKS-PF-PRIMERO           PIC X(40).
       77 WKS-PF-ULTIMO            PIC X(40).
       77 WKS-PF-MOTIVO-AUX        PIC X(88).
       77 WKS-PF-EDIT-1            PIC Z(6)9.
       77 WKS-PF-EDIT-2            PIC Z(6)9.
       01 WKS-PF-HDR-FECHA-X        PIC X(8).
       01 WKS-PF-HDR-FECHA REDEFINES WKS-PF-HDR-FECHA-X
                                    PIC 9(8).
       01 WKS-PF-TRL-CUENTA-X       PIC X(7).
       01 WKS-PF-TRL-CUENTA REDEFINES WKS-PF-TRL-CUENTA-X
                                    PIC 9(7).
       77 WKS-EN-NUM               PIC 9(2).
       77 WKS-EN-I                 PIC 9(2).
       01 WKS-EN-TABLA.
           02 WKS-EN-REN OCCURS 20 TIMES.
              03 WKS-EN-PASO        PIC X(15).
              03 WKS-EN-ARCHIVO     PIC X(40).
              03 WKS-EN-DIAS        PIC 9(2).
              03 WKS-EN-MINIMO      PIC 9(5).
              03 WKS-EN-PCT-BAJO    PIC 9(3).
              03 WKS-EN-LONG-MIN    PIC 9(3).
              03 WKS-EN-LONG-MAX    PIC 9(3).
              03 WKS-EN-CONTROL     PIC X(1).
              03 WKS-EN-ANT-FECHA   PIC 9(8).
              03 WKS-EN-ANT-REGS    PIC 9(7).
              03 WKS-EN-ANT-PRIMERO PIC X(40).
              03 WKS-EN-ANT-ULTIMO  PIC X(40).
              03 WKS-EN-NVO-REGS    PIC 9(7).
              03 WKS-EN-NVO-PRIMERO PIC X(40).
              03 WKS-EN-NVO-ULTIMO  PIC X(40).
              03 WKS-EN-ACEPTADA    PIC 9(1).
       01 WKS-PF-TABLA.
           02 WKS-PF-MOTIVO OCCURS 20 TIMES PIC X(88).

      *Historia y anomalias: por paso del plan la hora de arranque y
      *fin y los volumenes de esta noche, las noches comparables
      *(mismo dia de la semana dentro de las ultimas semanas) con
      *sus sumas, y los mensajes de lo que salio fuera de rango.
       77 WKS-FS-RES-CHK           PIC X(02).
       77 WKS-FS-HISTORIA          PIC X(02).
       77 WKS-FS-TENDENCIA         PIC X(02).
       77 WKS-TENDENCIA-NOMBRE     PIC X(40).
       77 WKS-DIA-SEM              PIC 9(1).
       77 WKS-AN-SEMANAS           PIC 9(2) VALUE 8.
       77 WKS-AN-MUESTRAS-MIN      PIC 9(2) VALUE 3.
       77 WKS-AN-SEG-MIN           PIC 9(4) VALUE 60.
       77 WKS-AN-DIAS              PIC S9(7).
       77 WKS-AN-PROM-SEG          PIC 9(7).
       77 WKS-AN-PROM-VOL          PIC 9(9).
       77 WKS-AN-EDIT-1            PIC Z(8)9.
       77 WKS-AN-EDIT-2            PIC Z(8)9.
       77 WKS-AN-EDIT-N            PIC ZZ9.
       01 WKS-DIAS-NOMBRES.
           02 FILLER                PIC X(9) VALUE "LUNES".
           02 FILLER                PIC X(9) VALUE "MARTES".
           02 FILLER                PIC X(9) VALUE "MIERCOLES".
           02 FILLER                PIC X(9) VALUE "JUEVES".
           02 FILLER                PIC X(9) VALUE "VIERNES".
           02 FILLER                PIC X(9) VALUE "SABADO".
           02 FILLER                PIC X(9) VALUE "DOMINGO".
       01 WKS-DIAS-TABLA REDEFINES WKS-DIAS-NOMBRES.
           02 WKS-DIA-NOMBRE OCCURS 7 TIMES PIC X(9).
       01 WKS-HS-TABLA.
           02 WKS-HS-REN OCCURS 20 TIMES.
              03 WKS-HS-INICIO      PIC 9(6).
              03 WKS-HS-FIN         PIC 9(6).
              03 WKS-HS-VOL-1       PIC 9(9).
              03 WKS-HS-VOL-2       PIC 9(9).
              03 WKS-HS-N           PIC 9(3).
              03 WKS-HS-SUMA-SEG    PIC 9(9).
              03 WKS-HS-SUMA-VOL    PIC 9(11).
              03 WKS-HS-ANOM        PIC X(1).
              03 WKS-HS-MSG-T       PIC X(60).
              03 WKS-HS-MSG-V       PIC X(60).
              03 WKS-TM-N           PIC 9(3).
              03 WKS-TM-SUMA        PIC 9(9).
              03 WKS-TM-MAX         PIC 9(6).
              03 WKS-TM-ANOM        PIC 9(3).
      *Acumulados de la noche y del mes para el reporte de
      *tendencia.
       77 WKS-TN-FECHA             PIC 9(8).
       77 WKS-TN-DIA               PIC 9(1).
       77 WKS-TN-DIA-NOMBRE        PIC X(9).
       77 WKS-TN-INICIO            PIC 9(6).
       77 WKS-TN-FIN               PIC 9(6).
       77 WKS-TN-SEG               PIC 9(7).
       77 WKS-TN-PASOS             PIC 9(3).
       77 WKS-TN-FALLAS            PIC 9(3).
       77 WKS-TN-ANOM              PIC 9(3).
       77 WKS-TN-EDIT-1            PIC ZZ9.
       77 WKS-TN-EDIT-2            PIC ZZ9.
       77 WKS-TN-EDIT-3            PIC ZZ9.
       77 WKS-TT-NOCHES            PIC 9(3).
       77 WKS-TT-SUMA              PIC 9(9).
       77 WKS-TT-MAX               PIC 9(7).
       77 WKS-TT-MAX-FECHA         PIC 9(8).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM 00004-LEE-FORZAR
           PERFORM 00005-LEE-CHECKPOINTS
           PERFORM 00016-LEE-FALLAS-ANTERIORES
           PERFORM 00050-CARGA-ENTRADAS

           MOVE ZERO TO WKS-CADENA-ROTA
           INITIALIZE WKS-HS-TABLA
           MOVE 1 TO WKS-PLAN-I
           PERFORM 00035-EJECUTA-PASO
              UNTIL WKS-PLAN-I > WKS-PLAN-NUM
           PERFORM 00063-GRABA-HUELLAS
           PERFORM 00066-ANALIZA-HISTORIA

           PERFORM 00013-ESCRIBE-RESUMEN-NOC
           PERFORM 00015-GENERA-ALERTAS
           MOVE "D" TO PL-AL-FALLAR
           WRITE REG-PLAN
           MOVE SPACES TO REG-PLAN
           MOVE 25 TO PL-SECUENCIA
           MOVE "MOVS-IMSS" TO PL-PASO
           MOVE "NOMINA-BATCH" TO PL-ENTRADA
           MOVE "M" TO PL-MODO
           MOVE "S" TO PL-ACTIVO
           MOVE SPACES TO PL-DEPENDE
           MOVE "C" TO PL-AL-FALLAR
           WRITE REG-PLAN
           MOVE SPACES TO REG-PLAN
           MOVE 27 TO PL-SECUENCIA
           MOVE "CONTRATOS" TO PL-PASO
           MOVE "NOMINA-BATCH" TO PL-ENTRADA
           MOVE "V" TO PL-MODO
           MOVE "S" TO PL-ACTIVO
           MOVE SPACES TO PL-DEPENDE
           MOVE "C" TO PL-AL-FALLAR
           WRITE REG-PLAN
           MOVE SPACES TO REG-PLAN
           MOVE 30 TO PL-SECUENCIA
           MOVE "ARCHIVOS" TO PL-PASO
           MOVE "ARCHIVOS-BATCH" TO PL-ENTRADA
           MOVE "C" TO PL-AL-FALLAR
           WRITE REG-PLAN
           MOVE SPACES TO REG-PLAN
           MOVE 55 TO PL-SECUENCIA
           MOVE "VERIFICA-ARC" TO PL-PASO
           MOVE "ARCHIVADOR-BATCH" TO PL-ENTRADA
           MOVE "V" TO PL-MODO
           MOVE "S" TO PL-ACTIVO
           MOVE SPACES TO PL-DEPENDE
           MOVE "C" TO PL-AL-FALLAR
           WRITE REG-PLAN
           MOVE SPACES TO REG-PLAN
           MOVE 60 TO PL-SECUENCIA
           MOVE "AUDITOR" TO PL-PASO
           MOVE "AUDITOR-BATCH" TO PL-ENTRADA
           MOVE "NOMINA" TO PL-DEPENDE
           MOVE "C" TO PL-AL-FALLAR
           WRITE REG-PLAN
           MOVE SPACES TO REG-PLAN
           MOVE 65 TO PL-SECUENCIA
           MOVE "AUDITOR-IVA" TO PL-PASO
           MOVE "AUDITOR-IVA-BATCH" TO PL-ENTRADA
           MOVE "B" TO PL-MODO
           MOVE "S" TO PL-ACTIVO
           MOVE "CALCULADOR-IVA" TO PL-DEPENDE
           MOVE "C" TO PL-AL-FALLAR
           WRITE REG-PLAN
      *La descarga portatil completa se siembra apagada: se activa
      *en el plan cuando se quiera un respaldo nocturno de todos
      *los archivos.
           MOVE SPACES TO REG-PLAN
           MOVE 70 TO PL-SECUENCIA
           MOVE "DESCARGA" TO PL-PASO
           MOVE "DESCARGA-BATCH" TO PL-ENTRADA
           MOVE "D" TO PL-MODO
           MOVE "N" TO PL-ACTIVO
           MOVE SPACES TO PL-DEPENDE
           MOVE "C" TO PL-AL-FALLAR
           WRITE REG-PLAN
           CLOSE F-PLAN
           MOVE "PLAN SEMBRADO EN NOMINA-BATCH-PLAN.DAT."
                TO REG-LOG-BATCH
       00035-EJECUTA-PASO.
      *Un paso del plan: apagado o con la cadena detenida no corre;
      *ya completado hoy se omite; con dependencia incumplida se
      *marca 'DP'; con una entrada declarada que no pasa el
      *prevuelo se marca 'PF'. Lo demas corre por su punto de
      *entrada con el checkpoint y el cronometro de siempre.
           MOVE WKS-PL-PASO(WKS-PLAN-I) TO WKS-PASO-ACTUAL
           IF WKS-PL-ACTIVO(WKS-PLAN-I) NOT = "S"
              MOVE SPACES TO WKS-RENGLON-LOG
                 MOVE WKS-RENGLON-LOG TO REG-LOG-BATCH
                 WRITE REG-LOG-BATCH
              ELSE
                 PERFORM 00055-PREVUELO-PASO
                 IF WKS-PF-OK = 0
                    MOVE "PF" TO WKS-PL-ST(WKS-PLAN-I)
                    MOVE "PF" TO WKS-PARM-STATUS
                    MOVE SPACES TO WKS-RENGLON-LOG
                    STRING WKS-PASO-ACTUAL DELIMITED BY "  "
                           ": NO CORRIO, SUS ENTRADAS NO PASARON EL "
                           "PREVUELO." DELIMITED BY SIZE
                           INTO WKS-RENGLON-LOG
                    MOVE WKS-RENGLON-LOG TO REG-LOG-BATCH
                    WRITE REG-LOG-BATCH
                 ELSE
                    PERFORM 00020-MARCA-INICIO
                    PERFORM 00038-LLAMA-PASO
                    MOVE WKS-PARM-STATUS TO WKS-PL-ST(WKS-PLAN-I)
                    PERFORM 00021-MARCA-FIN
                    MOVE WKS-SEG-FIN TO WKS-PL-SEG(WKS-PLAN-I)
                    MOVE WKS-T-INICIO(1:6)
                         TO WKS-HS-INICIO(WKS-PLAN-I)
                    MOVE WKS-T-FIN(1:6) TO WKS-HS-FIN(WKS-PLAN-I)
                    PERFORM 00006-GRABA-CHECKPOINT
                    IF WKS-PARM-STATUS = "00"
                       OR WKS-PARM-STATUS = "04"
                       PERFORM 00061-ACEPTA-ENTRADAS
                       PERFORM 00065-TOMA-VOLUMENES
                    END-IF
                 END-IF
                 IF WKS-PARM-STATUS NOT = "00"
                    AND WKS-PARM-STATUS NOT = "04"
                    AND WKS-PL-AL-FALLAR(WKS-PLAN-I) = "D"

       00015-GENERA-ALERTAS.
      *Cualquier paso del plan con estatus distinto de 00 genera su
      *alerta con la accion recomendada, y uno fuera de su rango
      *normal de tiempo o volumen su aviso; si el mismo paso tambien
      *fallo la noche anterior, la alerta sube de tono. La memoria
      *de fallas se reescribe con las de esta noche.
           MOVE ZERO TO WKS-ALERTA-HAY
              AND WKS-PL-ST(WKS-PLAN-I) NOT = "NR"
              MOVE 1 TO WKS-ALERTA-HAY
           END-IF
           IF WKS-HS-ANOM(WKS-PLAN-I) = "S"
              MOVE 1 TO WKS-ALERTA-HAY
           END-IF
           ADD 1 TO WKS-PLAN-I.

       00041-ALERTA-PASO.
              MOVE WKS-PL-ANT(WKS-PLAN-I) TO WKS-ANT-PASO
              PERFORM 00017-ESCRIBE-ALERTA
           END-IF
           IF WKS-HS-ANOM(WKS-PLAN-I) = "S"
              PERFORM 00079-ALERTA-ANOMALIA
           END-IF
           ADD 1 TO WKS-PLAN-I.

       00017-ESCRIBE-ALERTA.
                  WKS-ACCION DELIMITED BY "  "
                  INTO REG-ALERTA
           WRITE REG-ALERTA
           IF WKS-ST-PASO = "PF"
              MOVE SPACES TO REG-ALERTA
              STRING "   ENTRADA: " DELIMITED BY SIZE
                     WKS-PF-MOTIVO(WKS-PLAN-I) DELIMITED BY SIZE
                     INTO REG-ALERTA
              WRITE REG-ALERTA
           END-IF
           IF WKS-ANT-PASO > 0 AND WKS-ANT-PASO < WKS-FECHA-HOY
              MOVE SPACES TO REG-ALERTA
              STRING "   *** ESCALAMIENTO: ESTE PASO TAMBIEN FALLO "
              MOVE "SU DEPENDENCIA NO TERMINO BIEN; ATIENDA "
                   & "PRIMERO AQUELLA" TO WKS-ACCION
           ELSE
           IF WKS-ST-PASO = "PF"
              MOVE "EL PASO NO ARRANCO; CORRIJA O REPONGA LA "
                   & "ENTRADA Y REEJECUTE" TO WKS-ACCION
           ELSE
           IF WKS-ST-PASO = "99"
              MOVE "EL PROGRAMA DEL PASO NO ESTA DISPONIBLE"
                   TO WKS-ACCION
           IF WKS-PASO-ACTUAL = "AUDITOR"
              MOVE "INCONSISTENCIAS ENTRE ARCHIVOS; REVISE "
                   & "NOMINA-INTEGRIDAD.TXT" TO WKS-ACCION
           ELSE
           IF WKS-PASO-ACTUAL = "AUDITOR-IVA"
              MOVE "INCONSISTENCIAS EN VENTAS E IVA; REVISE "
                   & "IVA-INTEGRIDAD.TXT" TO WKS-ACCION
           ELSE
           IF WKS-PASO-ACTUAL = "VERIFICA-ARC"
              MOVE "ARCHIVO MUERTO ALTERADO; REVISE "
                   & "ARCHIVADOR-VERIFICACION.TXT" TO WKS-ACCION
           ELSE
           IF WKS-PASO-ACTUAL = "DESCARGA"
              MOVE "ARCHIVOS SIN DESCARGAR; REVISE "
                   & "DESCARGA-REPORTE.TXT" TO WKS-ACCION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
                  " SEG" DELIMITED BY SIZE
                  INTO REG-RESUMEN-NOC
           WRITE REG-RESUMEN-NOC
           IF WKS-HS-MSG-T(WKS-PLAN-I) NOT = SPACES
              MOVE SPACES TO REG-RESUMEN-NOC
              STRING "   *** FUERA DE RANGO: " DELIMITED BY SIZE
                     WKS-HS-MSG-T(WKS-PLAN-I) DELIMITED BY SIZE
                     INTO REG-RESUMEN-NOC
              WRITE REG-RESUMEN-NOC
           END-IF
           IF WKS-HS-MSG-V(WKS-PLAN-I) NOT = SPACES
              MOVE SPACES TO REG-RESUMEN-NOC
              STRING "   *** FUERA DE RANGO: " DELIMITED BY SIZE
                     WKS-HS-MSG-V(WKS-PLAN-I) DELIMITED BY SIZE
                     INTO REG-RESUMEN-NOC
              WRITE REG-RESUMEN-NOC
           END-IF
      *Los pasos que dejan archivo de cifras suman su renglon de
      *detalle, igual que siempre.
           IF WKS-PL-PASO(WKS-PLAN-I) = "NOMINA"

       00014-CALCULA-VEREDICTO.
      *La noche es buena si todos los pasos activos terminaron en
      *00 (o venian completados); con avisos 04 o algun paso fuera
      *de su rango normal queda con avisos, y cualquier otra cosa
      *es mala.
           MOVE "NOCHE BUENA" TO WKS-VEREDICTO
           MOVE 1 TO WKS-PLAN-I
           PERFORM 00048-VEREDICTO-PASO
       00048-VEREDICTO-PASO.
           IF WKS-PL-ACTIVO(WKS-PLAN-I) = "S"
              IF WKS-PL-ST(WKS-PLAN-I) = "04"
                 OR WKS-HS-ANOM(WKS-PLAN-I) = "S"
                 IF WKS-VEREDICTO = "NOCHE BUENA"
                    MOVE "NOCHE CON AVISOS" TO WKS-VEREDICTO
                 END-IF
           MOVE WKS-RENGLON-LOG TO REG-LOG-BATCH
           WRITE REG-LOG-BATCH.

       00050-CARGA-ENTRADAS.
      *Lee las entradas declaradas por paso; la primera vez las
      *siembra con las interfaces que dejan los otros sistemas.
      *Despues carga la huella de la ultima entrada aceptada de
      *cada una, para reconocer un archivo que se quedo de ayer.
           MOVE ZERO TO WKS-EN-NUM
           OPEN INPUT F-ENTRADAS
           IF WKS-FS-ENTRADAS NOT = '00'
              PERFORM 00051-SIEMBRA-ENTRADAS
              OPEN INPUT F-ENTRADAS
           END-IF
           IF WKS-FS-ENTRADAS = '00'
              PERFORM 00052-CARGA-ENTRADA-RENGLON
                 UNTIL WKS-FS-ENTRADAS = '10'
              CLOSE F-ENTRADAS
           END-IF
           OPEN INPUT F-HUELLAS
           IF WKS-FS-HUELLAS = '00'
              PERFORM 00053-LEE-HUELLA-RENGLON
                 UNTIL WKS-FS-HUELLAS = '10'
              CLOSE F-HUELLAS
           END-IF.

       00051-SIEMBRA-ENTRADAS.
           OPEN OUTPUT F-ENTRADAS
           MOVE SPACES TO REG-ENTRADA
           MOVE "CHECADAS" TO EN-PASO
           MOVE "NOMINA-CHECADAS.TXT" TO EN-ARCHIVO
           MOVE 1 TO EN-DIAS
           MOVE 1 TO EN-MINIMO
           MOVE 50 TO EN-PCT-BAJO
           MOVE 20 TO EN-LONG-MIN
           MOVE 20 TO EN-LONG-MAX
           MOVE "N" TO EN-CONTROL
           WRITE REG-ENTRADA
           MOVE SPACES TO REG-ENTRADA
           MOVE "CALCULADOR-IVA" TO EN-PASO
           MOVE "IVA-FACTURAS-ENTRADA.TXT" TO EN-ARCHIVO
           MOVE 1 TO EN-DIAS
           MOVE 2 TO EN-MINIMO
           MOVE 25 TO EN-PCT-BAJO
           MOVE 1 TO EN-LONG-MIN
           MOVE 80 TO EN-LONG-MAX
           MOVE "N" TO EN-CONTROL
           WRITE REG-ENTRADA
           MOVE SPACES TO REG-ENTRADA
           MOVE "ALTAS-RH" TO EN-PASO
           MOVE "NOMINA-ALTAS-ENTRADA.TXT" TO EN-ARCHIVO
           MOVE 1 TO EN-DIAS
           MOVE 1 TO EN-MINIMO
           MOVE ZERO TO EN-PCT-BAJO
           MOVE 173 TO EN-LONG-MIN
           MOVE 183 TO EN-LONG-MAX
           MOVE "N" TO EN-CONTROL
           WRITE REG-ENTRADA
           MOVE SPACES TO REG-ENTRADA
           MOVE "RETORNO-BANCO" TO EN-PASO
           MOVE "NOMINA-BANCO-RETORNO.TXT" TO EN-ARCHIVO
           MOVE 1 TO EN-DIAS
           MOVE 1 TO EN-MINIMO
           MOVE ZERO TO EN-PCT-BAJO
           MOVE 23 TO EN-LONG-MIN
           MOVE 25 TO EN-LONG-MAX
           MOVE "N" TO EN-CONTROL
           WRITE REG-ENTRADA
           CLOSE F-ENTRADAS
           MOVE "ENTRADAS SEMBRADAS EN NOMINA-BATCH-ENTRADAS.DAT."
                TO REG-LOG-BATCH
           WRITE REG-LOG-BATCH.

       00052-CARGA-ENTRADA-RENGLON.
           READ F-ENTRADAS
              AT END MOVE '10' TO WKS-FS-ENTRADAS
              NOT AT END
                 IF WKS-EN-NUM < 20
                    AND EN-PASO NOT = SPACES
                    AND EN-ARCHIVO NOT = SPACES
                    AND EN-DIAS NUMERIC
                    AND EN-MINIMO NUMERIC
                    AND EN-PCT-BAJO NUMERIC
                    AND EN-LONG-MIN NUMERIC
                    AND EN-LONG-MAX NUMERIC
                    ADD 1 TO WKS-EN-NUM
                    MOVE EN-PASO TO WKS-EN-PASO(WKS-EN-NUM)
                    MOVE EN-ARCHIVO TO WKS-EN-ARCHIVO(WKS-EN-NUM)
                    MOVE EN-DIAS TO WKS-EN-DIAS(WKS-EN-NUM)
                    MOVE EN-MINIMO TO WKS-EN-MINIMO(WKS-EN-NUM)
                    MOVE EN-PCT-BAJO TO WKS-EN-PCT-BAJO(WKS-EN-NUM)
                    MOVE EN-LONG-MIN TO WKS-EN-LONG-MIN(WKS-EN-NUM)
                    MOVE EN-LONG-MAX TO WKS-EN-LONG-MAX(WKS-EN-NUM)
                    MOVE EN-CONTROL TO WKS-EN-CONTROL(WKS-EN-NUM)
                    MOVE ZERO TO WKS-EN-ANT-FECHA(WKS-EN-NUM)
                    MOVE ZERO TO WKS-EN-ANT-REGS(WKS-EN-NUM)
                    MOVE SPACES TO WKS-EN-ANT-PRIMERO(WKS-EN-NUM)
                    MOVE SPACES TO WKS-EN-ANT-ULTIMO(WKS-EN-NUM)
                    MOVE ZERO TO WKS-EN-NVO-REGS(WKS-EN-NUM)
                    MOVE SPACES TO WKS-EN-NVO-PRIMERO(WKS-EN-NUM)
                    MOVE SPACES TO WKS-EN-NVO-ULTIMO(WKS-EN-NUM)
                    MOVE ZERO TO WKS-EN-ACEPTADA(WKS-EN-NUM)
                 END-IF
           END-READ.

       00053-LEE-HUELLA-RENGLON.
           READ F-HUELLAS
              AT END MOVE '10' TO WKS-FS-HUELLAS
              NOT AT END
                 IF HU-FECHA NUMERIC AND HU-REGISTROS NUMERIC
                    MOVE 1 TO WKS-EN-I
                    PERFORM 00054-ASIGNA-HUELLA
                       UNTIL WKS-EN-I > WKS-EN-NUM
                 END-IF
           END-READ.

       00054-ASIGNA-HUELLA.
           IF WKS-EN-PASO(WKS-EN-I) = HU-PASO
              AND WKS-EN-ARCHIVO(WKS-EN-I) = HU-ARCHIVO
              MOVE HU-FECHA TO WKS-EN-ANT-FECHA(WKS-EN-I)
              MOVE HU-REGISTROS TO WKS-EN-ANT-REGS(WKS-EN-I)
              MOVE HU-PRIMERO TO WKS-EN-ANT-PRIMERO(WKS-EN-I)
              MOVE HU-ULTIMO TO WKS-EN-ANT-ULTIMO(WKS-EN-I)
           END-IF
           ADD 1 TO WKS-EN-I.

       00055-PREVUELO-PASO.
      *Antes de arrancar un paso revisa cada entrada que tiene
      *declarada; basta una mala para que el paso no corra. El
      *primer motivo queda para la alerta del operador.
           MOVE 1 TO WKS-PF-OK
           MOVE SPACES TO WKS-PF-MOTIVO(WKS-PLAN-I)
           MOVE 1 TO WKS-EN-I
           PERFORM 00056-PREVUELO-ENTRADA
              UNTIL WKS-EN-I > WKS-EN-NUM.

       00056-PREVUELO-ENTRADA.
           IF WKS-EN-PASO(WKS-EN-I) = WKS-PASO-ACTUAL
              MOVE SPACES TO WKS-PF-MOTIVO-AUX
              PERFORM 00057-REVISA-ARCHIVO
              IF WKS-PF-MOTIVO-AUX NOT = SPACES
                 IF WKS-PF-OK = 1
                    MOVE WKS-PF-MOTIVO-AUX
                         TO WKS-PF-MOTIVO(WKS-PLAN-I)
                 END-IF
                 MOVE ZERO TO WKS-PF-OK
                 MOVE SPACES TO WKS-RENGLON-LOG
                 STRING "   " DELIMITED BY SIZE
                        WKS-PF-MOTIVO-AUX DELIMITED BY SIZE
                        INTO WKS-RENGLON-LOG
                 MOVE WKS-RENGLON-LOG TO REG-LOG-BATCH
                 WRITE REG-LOG-BATCH
              END-IF
           END-IF
           ADD 1 TO WKS-EN-I.

       00057-REVISA-ARCHIVO.
      *Lee la entrada completa: cuenta registros, guarda el primero
      *y el ultimo, y cuenta los de longitud fuera de la declarada.
      *Con control declarado, el primer renglon debe ser 'HDR' con
      *la fecha de generacion (AAAAMMDD) y el ultimo 'TRL' con el
      *numero de registros de detalle (7 digitos).
           MOVE WKS-EN-ARCHIVO(WKS-EN-I) TO WKS-PF-NOMBRE
           MOVE ZERO TO WKS-PF-REGS
           MOVE ZERO TO WKS-PF-MALOS
           MOVE ZERO TO WKS-PF-CONTROL
           MOVE SPACES TO WKS-PF-PRIMERO
           MOVE SPACES TO WKS-PF-ULTIMO
           OPEN INPUT F-PREVUELO
           IF WKS-FS-PREVUELO NOT = '00'
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     " NO EXISTE O NO SE PUEDE ABRIR, STATUS "
                     DELIMITED BY SIZE
                     WKS-FS-PREVUELO DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           ELSE
              PERFORM 00058-LEE-PREVUELO
                 UNTIL WKS-FS-PREVUELO = '10'
              CLOSE F-PREVUELO
              PERFORM 00059-DICTAMINA-ENTRADA
           END-IF.

       00058-LEE-PREVUELO.
           READ F-PREVUELO
              AT END MOVE '10' TO WKS-FS-PREVUELO
              NOT AT END
                 ADD 1 TO WKS-PF-REGS
                 IF WKS-PF-REGS = 1
                    MOVE REG-PREVUELO TO WKS-PF-PRIMERO
                 END-IF
                 MOVE REG-PREVUELO TO WKS-PF-ULTIMO
                 IF WKS-EN-CONTROL(WKS-EN-I) = "S"
                    AND (REG-PREVUELO(1:3) = "HDR"
                         OR REG-PREVUELO(1:3) = "TRL")
                    ADD 1 TO WKS-PF-CONTROL
                 ELSE
                    MOVE FUNCTION REVERSE(REG-PREVUELO)
                         TO WKS-PF-REVES
                    MOVE ZERO TO WKS-PF-BLANCOS
                    INSPECT WKS-PF-REVES TALLYING WKS-PF-BLANCOS
                            FOR LEADING SPACES
                    COMPUTE WKS-PF-LARGO = 250 - WKS-PF-BLANCOS
                    IF WKS-PF-LARGO < WKS-EN-LONG-MIN(WKS-EN-I)
                       OR WKS-PF-LARGO > WKS-EN-LONG-MAX(WKS-EN-I)
                       ADD 1 TO WKS-PF-MALOS
                    END-IF
                 END-IF
           END-READ.

       00059-DICTAMINA-ENTRADA.
      *Aplica las reglas en orden y se queda con la primera que
      *falla: vacio, encabezado y trailer, archivo de ayer, pocos
      *registros, registros de longitud equivocada.
           COMPUTE WKS-PF-DETALLE = WKS-PF-REGS - WKS-PF-CONTROL
           MOVE WKS-PF-REGS TO WKS-EN-NVO-REGS(WKS-EN-I)
           MOVE WKS-PF-PRIMERO TO WKS-EN-NVO-PRIMERO(WKS-EN-I)
           MOVE WKS-PF-ULTIMO TO WKS-EN-NVO-ULTIMO(WKS-EN-I)
           IF WKS-PF-REGS = 0
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     " VIENE VACIO" DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           END-IF
           IF WKS-PF-MOTIVO-AUX = SPACES
              AND WKS-EN-CONTROL(WKS-EN-I) = "S"
              PERFORM 00060-REVISA-CONTROL
           END-IF
           IF WKS-PF-MOTIVO-AUX = SPACES
              AND WKS-EN-ANT-FECHA(WKS-EN-I) > 0
              AND WKS-EN-ANT-FECHA(WKS-EN-I) < WKS-FECHA-HOY
              AND WKS-PF-REGS = WKS-EN-ANT-REGS(WKS-EN-I)
              AND WKS-PF-PRIMERO = WKS-EN-ANT-PRIMERO(WKS-EN-I)
              AND WKS-PF-ULTIMO = WKS-EN-ANT-ULTIMO(WKS-EN-I)
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     " ES EL MISMO QUE SE PROCESO EL "
                     DELIMITED BY SIZE
                     WKS-EN-ANT-FECHA(WKS-EN-I) DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           END-IF
           IF WKS-PF-MOTIVO-AUX = SPACES
              AND WKS-PF-DETALLE < WKS-EN-MINIMO(WKS-EN-I)
              MOVE WKS-PF-DETALLE TO WKS-PF-EDIT-1
              MOVE WKS-EN-MINIMO(WKS-EN-I) TO WKS-PF-EDIT-2
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     " TRAE" DELIMITED BY SIZE
                     WKS-PF-EDIT-1 DELIMITED BY SIZE
                     " REGISTROS, MINIMO" DELIMITED BY SIZE
                     WKS-PF-EDIT-2 DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           END-IF
      *Muy por debajo de la ultima entrada aceptada tambien es
      *sospechoso: suele ser un archivo truncado.
           IF WKS-PF-MOTIVO-AUX = SPACES
              AND WKS-EN-PCT-BAJO(WKS-EN-I) > 0
              AND WKS-EN-ANT-REGS(WKS-EN-I) > 0
              AND WKS-PF-REGS * 100 < WKS-EN-ANT-REGS(WKS-EN-I)
                                     * WKS-EN-PCT-BAJO(WKS-EN-I)
              MOVE WKS-PF-REGS TO WKS-PF-EDIT-1
              MOVE WKS-EN-ANT-REGS(WKS-EN-I) TO WKS-PF-EDIT-2
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     " TRAE" DELIMITED BY SIZE
                     WKS-PF-EDIT-1 DELIMITED BY SIZE
                     " REGISTROS CONTRA" DELIMITED BY SIZE
                     WKS-PF-EDIT-2 DELIMITED BY SIZE
                     " DE LA ULTIMA CORRIDA" DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           END-IF
           IF WKS-PF-MOTIVO-AUX = SPACES
              AND WKS-PF-MALOS > 0
              MOVE WKS-PF-MALOS TO WKS-PF-EDIT-1
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     ":" DELIMITED BY SIZE
                     WKS-PF-EDIT-1 DELIMITED BY SIZE
                     " REGISTROS CON LONGITUD FUERA DE "
                     DELIMITED BY SIZE
                     WKS-EN-LONG-MIN(WKS-EN-I) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WKS-EN-LONG-MAX(WKS-EN-I) DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           END-IF.

       00060-REVISA-CONTROL.
      *Encabezado presente y reciente, trailer presente y con la
      *misma cuenta de registros de detalle que trae el archivo.
           MOVE WKS-PF-PRIMERO(4:8) TO WKS-PF-HDR-FECHA-X
           MOVE WKS-PF-ULTIMO(4:7) TO WKS-PF-TRL-CUENTA-X
           IF WKS-PF-PRIMERO(1:3) NOT = "HDR"
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     " NO TRAE ENCABEZADO HDR" DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           ELSE
           IF WKS-PF-ULTIMO(1:3) NOT = "TRL" OR WKS-PF-REGS < 2
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     " NO TRAE TRAILER TRL, PUEDE VENIR TRUNCADO"
                     DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           ELSE
           IF WKS-PF-TRL-CUENTA-X NOT NUMERIC
              OR WKS-PF-TRL-CUENTA NOT = WKS-PF-DETALLE
              MOVE WKS-PF-DETALLE TO WKS-PF-EDIT-1
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     ": EL TRAILER NO CUADRA CON LOS"
                     DELIMITED BY SIZE
                     WKS-PF-EDIT-1 DELIMITED BY SIZE
                     " REGISTROS DE DETALLE" DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           ELSE
           IF WKS-PF-HDR-FECHA-X NOT NUMERIC
              OR WKS-PF-HDR-FECHA < 19000101
              STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                     ": ENCABEZADO SIN FECHA VALIDA"
                     DELIMITED BY SIZE
                     INTO WKS-PF-MOTIVO-AUX
           ELSE
              COMPUTE WKS-PF-DIAS =
                      FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
                    - FUNCTION INTEGER-OF-DATE(WKS-PF-HDR-FECHA)
              IF WKS-PF-DIAS > WKS-EN-DIAS(WKS-EN-I)
                 STRING WKS-PF-NOMBRE DELIMITED BY SPACE
                        ": ENCABEZADO VIEJO, GENERADO EL "
                        DELIMITED BY SIZE
                        WKS-PF-HDR-FECHA DELIMITED BY SIZE
                        INTO WKS-PF-MOTIVO-AUX
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       00061-ACEPTA-ENTRADAS.
      *El paso termino bien: sus entradas quedan como las ultimas
      *procesadas, para que manana se reconozcan si no cambiaron.
           MOVE 1 TO WKS-EN-I
           PERFORM 00062-ACEPTA-ENTRADA
              UNTIL WKS-EN-I > WKS-EN-NUM.

       00062-ACEPTA-ENTRADA.
           IF WKS-EN-PASO(WKS-EN-I) = WKS-PASO-ACTUAL
              MOVE 1 TO WKS-EN-ACEPTADA(WKS-EN-I)
           END-IF
           ADD 1 TO WKS-EN-I.

       00063-GRABA-HUELLAS.
      *Reescribe las huellas: la nueva para las entradas aceptadas
      *esta noche y la anterior para las demas.
           OPEN OUTPUT F-HUELLAS
           MOVE 1 TO WKS-EN-I
           PERFORM 00064-GRABA-HUELLA-RENGLON
              UNTIL WKS-EN-I > WKS-EN-NUM
           CLOSE F-HUELLAS.

       00064-GRABA-HUELLA-RENGLON.
           MOVE SPACES TO REG-HUELLA
           MOVE WKS-EN-PASO(WKS-EN-I) TO HU-PASO
           MOVE WKS-EN-ARCHIVO(WKS-EN-I) TO HU-ARCHIVO
           IF WKS-EN-ACEPTADA(WKS-EN-I) = 1
              MOVE WKS-FECHA-HOY TO HU-FECHA
              MOVE WKS-EN-NVO-REGS(WKS-EN-I) TO HU-REGISTROS
              MOVE WKS-EN-NVO-PRIMERO(WKS-EN-I) TO HU-PRIMERO
              MOVE WKS-EN-NVO-ULTIMO(WKS-EN-I) TO HU-ULTIMO
              WRITE REG-HUELLA
           ELSE
           IF WKS-EN-ANT-FECHA(WKS-EN-I) > 0
              MOVE WKS-EN-ANT-FECHA(WKS-EN-I) TO HU-FECHA
              MOVE WKS-EN-ANT-REGS(WKS-EN-I) TO HU-REGISTROS
              MOVE WKS-EN-ANT-PRIMERO(WKS-EN-I) TO HU-PRIMERO
              MOVE WKS-EN-ANT-ULTIMO(WKS-EN-I) TO HU-ULTIMO
              WRITE REG-HUELLA
           END-IF
           END-IF
           ADD 1 TO WKS-EN-I.

       00065-TOMA-VOLUMENES.
      *Cifras clave del paso recien terminado para la historia:
      *el volumen principal (el que se compara contra su promedio)
      *y uno secundario de referencia.
           MOVE ZERO TO WKS-HS-VOL-1(WKS-PLAN-I)
           MOVE ZERO TO WKS-HS-VOL-2(WKS-PLAN-I)
           IF WKS-PASO-ACTUAL = "CHECADAS"
              OPEN INPUT F-RES-CHECADAS
              IF WKS-FS-RES-CHK = '00'
                 READ F-RES-CHECADAS
                    NOT AT END
                       MOVE RK-LEIDAS TO WKS-HS-VOL-1(WKS-PLAN-I)
                       MOVE RK-RECHAZADAS
                            TO WKS-HS-VOL-2(WKS-PLAN-I)
                 END-READ
                 CLOSE F-RES-CHECADAS
              END-IF
           END-IF
           IF WKS-PASO-ACTUAL = "NOMINA"
              OPEN INPUT F-RES-NOMINA
              IF WKS-FS-RES-NOM = '00'
                 READ F-RES-NOMINA
                    NOT AT END
                       MOVE RB-PAGADOS TO WKS-HS-VOL-1(WKS-PLAN-I)
                       MOVE RB-NETO TO WKS-HS-VOL-2(WKS-PLAN-I)
                 END-READ
                 CLOSE F-RES-NOMINA
              END-IF
           END-IF
           IF WKS-PASO-ACTUAL = "ARCHIVOS"
              OPEN INPUT F-RES-ARCHIVOS
              IF WKS-FS-RES-ARC = '00'
                 READ F-RES-ARCHIVOS
                    NOT AT END
                       MOVE RA-ETIQUETAS TO WKS-HS-VOL-1(WKS-PLAN-I)
                       MOVE RA-EXCEPCIONES
                            TO WKS-HS-VOL-2(WKS-PLAN-I)
                 END-READ
                 CLOSE F-RES-ARCHIVOS
              END-IF
           END-IF
           IF WKS-PASO-ACTUAL = "CALCULADOR-IVA"
              OPEN INPUT F-RES-IVA
              IF WKS-FS-RES-IVA = '00'
                 READ F-RES-IVA
                    NOT AT END
                       MOVE RI-PROCESADAS
                            TO WKS-HS-VOL-1(WKS-PLAN-I)
                       MOVE RI-RECHAZADAS
                            TO WKS-HS-VOL-2(WKS-PLAN-I)
                 END-READ
                 CLOSE F-RES-IVA
              END-IF
           END-IF.

       00066-ANALIZA-HISTORIA.
      *Compara cada paso de esta noche contra el promedio del mismo
      *dia de la semana en las ultimas semanas de la historia, deja
      *los renglones de esta noche en la historia y rehace el
      *reporte de tendencia del mes.
           ACCEPT WKS-DIA-SEM FROM DAY-OF-WEEK
           OPEN INPUT F-HISTORIA
           IF WKS-FS-HISTORIA = '00'
              PERFORM 00067-LEE-HISTORIA-RENGLON
                 UNTIL WKS-FS-HISTORIA = '10'
              CLOSE F-HISTORIA
           END-IF
           MOVE 1 TO WKS-PLAN-I
           PERFORM 00068-EVALUA-PASO
              UNTIL WKS-PLAN-I > WKS-PLAN-NUM
           PERFORM 00069-GRABA-HISTORIA
           PERFORM 00070-REPORTE-TENDENCIA.

       00067-LEE-HISTORIA-RENGLON.
           READ F-HISTORIA
              AT END MOVE '10' TO WKS-FS-HISTORIA
              NOT AT END
                 IF HI-FECHA NUMERIC
                    AND HI-FECHA < WKS-FECHA-HOY
                    AND HI-FECHA > 19000101
                    AND HI-DIA-SEM = WKS-DIA-SEM
                    AND (HI-STATUS = "00" OR HI-STATUS = "04")
                    COMPUTE WKS-AN-DIAS =
                            FUNCTION INTEGER-OF-DATE(WKS-FECHA-HOY)
                          - FUNCTION INTEGER-OF-DATE(HI-FECHA)
                    IF WKS-AN-DIAS NOT > WKS-AN-SEMANAS * 7
                       MOVE 1 TO WKS-PLAN-K
                       PERFORM 00071-ACUMULA-MUESTRA
                          UNTIL WKS-PLAN-K > WKS-PLAN-NUM
                    END-IF
                 END-IF
           END-READ.

       00071-ACUMULA-MUESTRA.
           IF WKS-PL-PASO(WKS-PLAN-K) = HI-PASO
              ADD 1 TO WKS-HS-N(WKS-PLAN-K)
              ADD HI-SEG TO WKS-HS-SUMA-SEG(WKS-PLAN-K)
              ADD HI-VOL-1 TO WKS-HS-SUMA-VOL(WKS-PLAN-K)
           END-IF
           ADD 1 TO WKS-PLAN-K.

       00068-EVALUA-PASO.
      *Fuera de rango: el tiempo o el volumen principal en mas del
      *doble o menos de la mitad de su promedio. En tiempo, ademas,
      *la diferencia debe pasar del minimo de segundos, para que un
      *paso de pocos segundos no alarme por nada. Sin suficientes
      *noches comparables no se juzga.
           IF (WKS-PL-ST(WKS-PLAN-I) = "00"
               OR WKS-PL-ST(WKS-PLAN-I) = "04")
              AND WKS-HS-N(WKS-PLAN-I) NOT < WKS-AN-MUESTRAS-MIN
              COMPUTE WKS-AN-PROM-SEG ROUNDED =
                      WKS-HS-SUMA-SEG(WKS-PLAN-I)
                      / WKS-HS-N(WKS-PLAN-I)
              COMPUTE WKS-AN-PROM-VOL ROUNDED =
                      WKS-HS-SUMA-VOL(WKS-PLAN-I)
                      / WKS-HS-N(WKS-PLAN-I)
              MOVE WKS-HS-N(WKS-PLAN-I) TO WKS-AN-EDIT-N
              IF (WKS-PL-SEG(WKS-PLAN-I) > WKS-AN-PROM-SEG * 2
                  AND WKS-PL-SEG(WKS-PLAN-I) - WKS-AN-PROM-SEG
                      NOT < WKS-AN-SEG-MIN)
                 OR (WKS-PL-SEG(WKS-PLAN-I) * 2 < WKS-AN-PROM-SEG
                  AND WKS-AN-PROM-SEG - WKS-PL-SEG(WKS-PLAN-I)
                      NOT < WKS-AN-SEG-MIN)
                 MOVE "S" TO WKS-HS-ANOM(WKS-PLAN-I)
                 MOVE WKS-PL-SEG(WKS-PLAN-I) TO WKS-AN-EDIT-1
                 MOVE WKS-AN-PROM-SEG TO WKS-AN-EDIT-2
                 STRING "TIEMPO" DELIMITED BY SIZE
                        WKS-AN-EDIT-1 DELIMITED BY SIZE
                        " SEG, PROMEDIO" DELIMITED BY SIZE
                        WKS-AN-EDIT-2 DELIMITED BY SIZE
                        " DE" DELIMITED BY SIZE
                        WKS-AN-EDIT-N DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WKS-DIA-NOMBRE(WKS-DIA-SEM)
                        DELIMITED BY SPACE
                        INTO WKS-HS-MSG-T(WKS-PLAN-I)
              END-IF
              IF WKS-HS-VOL-1(WKS-PLAN-I) > WKS-AN-PROM-VOL * 2
                 OR WKS-HS-VOL-1(WKS-PLAN-I) * 2 < WKS-AN-PROM-VOL
                 MOVE "S" TO WKS-HS-ANOM(WKS-PLAN-I)
                 MOVE WKS-HS-VOL-1(WKS-PLAN-I) TO WKS-AN-EDIT-1
                 MOVE WKS-AN-PROM-VOL TO WKS-AN-EDIT-2
                 STRING "VOLUMEN" DELIMITED BY SIZE
                        WKS-AN-EDIT-1 DELIMITED BY SIZE
                        ", PROMEDIO" DELIMITED BY SIZE
                        WKS-AN-EDIT-2 DELIMITED BY SIZE
                        " DE" DELIMITED BY SIZE
                        WKS-AN-EDIT-N DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WKS-DIA-NOMBRE(WKS-DIA-SEM)
                        DELIMITED BY SPACE
                        INTO WKS-HS-MSG-V(WKS-PLAN-I)
              END-IF
           END-IF
           ADD 1 TO WKS-PLAN-I.

       00069-GRABA-HISTORIA.
      *Un renglon por paso activo y noche; el omitido por checkpoint
      *ya quedo en la historia con la corrida que lo completo.
           OPEN EXTEND F-HISTORIA
           IF WKS-FS-HISTORIA = '35'
              OPEN OUTPUT F-HISTORIA
           END-IF
           MOVE 1 TO WKS-PLAN-I
           PERFORM 00072-GRABA-HISTORIA-PASO
              UNTIL WKS-PLAN-I > WKS-PLAN-NUM
           CLOSE F-HISTORIA.

       00072-GRABA-HISTORIA-PASO.
           IF WKS-PL-ACTIVO(WKS-PLAN-I) = "S"
              AND WKS-PL-ST(WKS-PLAN-I) NOT = "SK"
              MOVE SPACES TO REG-HISTORIA
              MOVE WKS-FECHA-HOY TO HI-FECHA
              MOVE WKS-DIA-SEM TO HI-DIA-SEM
              MOVE WKS-PL-PASO(WKS-PLAN-I) TO HI-PASO
              MOVE WKS-HS-INICIO(WKS-PLAN-I) TO HI-INICIO
              MOVE WKS-HS-FIN(WKS-PLAN-I) TO HI-FIN
              MOVE WKS-PL-SEG(WKS-PLAN-I) TO HI-SEG
              MOVE WKS-PL-ST(WKS-PLAN-I) TO HI-STATUS
              MOVE WKS-HS-VOL-1(WKS-PLAN-I) TO HI-VOL-1
              MOVE WKS-HS-VOL-2(WKS-PLAN-I) TO HI-VOL-2
              MOVE WKS-HS-ANOM(WKS-PLAN-I) TO HI-ANOMALIA
              WRITE REG-HISTORIA
           END-IF
           ADD 1 TO WKS-PLAN-I.

       00070-REPORTE-TENDENCIA.
      *Tendencia de la ventana nocturna del mes en curso, en un
      *archivo por mes: por noche la hora de arranque del primer
      *paso, la de fin del ultimo, la suma de duraciones, pasos,
      *fallas y anomalias; al final el promedio y la noche mas
      *larga, y por paso su promedio y su maximo en el mes.
           MOVE SPACES TO WKS-TENDENCIA-NOMBRE
           STRING "NOMINA-BATCH-TENDENCIA-" DELIMITED BY SIZE
                  WKS-FECHA-HOY(1:6) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WKS-TENDENCIA-NOMBRE
           MOVE ZERO TO WKS-TN-FECHA
           MOVE ZERO TO WKS-TT-NOCHES
           MOVE ZERO TO WKS-TT-SUMA
           MOVE ZERO TO WKS-TT-MAX
           MOVE ZERO TO WKS-TT-MAX-FECHA
           MOVE 1 TO WKS-PLAN-K
           PERFORM 00073-LIMPIA-TENDENCIA-PASO
              UNTIL WKS-PLAN-K > WKS-PLAN-NUM
           OPEN OUTPUT F-TENDENCIA
           MOVE SPACES TO REG-TENDENCIA
           STRING "TENDENCIA DE LA VENTANA NOCTURNA DEL MES "
                  DELIMITED BY SIZE
                  WKS-FECHA-HOY(1:6) DELIMITED BY SIZE
                  INTO REG-TENDENCIA
           WRITE REG-TENDENCIA
           MOVE ALL "-" TO REG-TENDENCIA
           WRITE REG-TENDENCIA
           MOVE "FECHA    DIA        INICIO   FIN      DURACION "
                & "PASOS FALLAS ANOMALIAS" TO REG-TENDENCIA
           WRITE REG-TENDENCIA
           OPEN INPUT F-HISTORIA
           IF WKS-FS-HISTORIA = '00'
              PERFORM 00074-TENDENCIA-RENGLON
                 UNTIL WKS-FS-HISTORIA = '10'
              CLOSE F-HISTORIA
           END-IF
           IF WKS-TN-FECHA > 0
              PERFORM 00075-TENDENCIA-NOCHE
           END-IF
           MOVE ALL "-" TO REG-TENDENCIA
           WRITE REG-TENDENCIA
           IF WKS-TT-NOCHES > 0
              COMPUTE WKS-AN-PROM-SEG ROUNDED =
                      WKS-TT-SUMA / WKS-TT-NOCHES
              MOVE WKS-TT-NOCHES TO WKS-AN-EDIT-N
              MOVE WKS-AN-PROM-SEG TO WKS-AN-EDIT-1
              MOVE WKS-TT-MAX TO WKS-AN-EDIT-2
              MOVE SPACES TO REG-TENDENCIA
              STRING "NOCHES:" DELIMITED BY SIZE
                     WKS-AN-EDIT-N DELIMITED BY SIZE
                     "  PROMEDIO:" DELIMITED BY SIZE
                     WKS-AN-EDIT-1 DELIMITED BY SIZE
                     " SEG  MAS LARGA:" DELIMITED BY SIZE
                     WKS-AN-EDIT-2 DELIMITED BY SIZE
                     " SEG EL " DELIMITED BY SIZE
                     WKS-TT-MAX-FECHA DELIMITED BY SIZE
                     INTO REG-TENDENCIA
              WRITE REG-TENDENCIA
           END-IF
           MOVE SPACES TO REG-TENDENCIA
           WRITE REG-TENDENCIA
           MOVE "PASO            CORRIDAS  PROMEDIO SEG  MAXIMO SEG  "
                & "ANOMALIAS" TO REG-TENDENCIA
           WRITE REG-TENDENCIA
           MOVE 1 TO WKS-PLAN-K
           PERFORM 00076-TENDENCIA-PASO
              UNTIL WKS-PLAN-K > WKS-PLAN-NUM
           CLOSE F-TENDENCIA.

       00073-LIMPIA-TENDENCIA-PASO.
           MOVE ZERO TO WKS-TM-N(WKS-PLAN-K)
           MOVE ZERO TO WKS-TM-SUMA(WKS-PLAN-K)
           MOVE ZERO TO WKS-TM-MAX(WKS-PLAN-K)
           MOVE ZERO TO WKS-TM-ANOM(WKS-PLAN-K)
           ADD 1 TO WKS-PLAN-K.

       00074-TENDENCIA-RENGLON.
           READ F-HISTORIA
              AT END MOVE '10' TO WKS-FS-HISTORIA
              NOT AT END
                 IF HI-FECHA NUMERIC
                    AND HI-FECHA(1:6) = WKS-FECHA-HOY(1:6)
                    IF HI-FECHA NOT = WKS-TN-FECHA
                       IF WKS-TN-FECHA > 0
                          PERFORM 00075-TENDENCIA-NOCHE
                       END-IF
                       MOVE HI-FECHA TO WKS-TN-FECHA
                       MOVE HI-DIA-SEM TO WKS-TN-DIA
                       MOVE ZERO TO WKS-TN-INICIO
                       MOVE ZERO TO WKS-TN-FIN
                       MOVE ZERO TO WKS-TN-SEG
                       MOVE ZERO TO WKS-TN-PASOS
                       MOVE ZERO TO WKS-TN-FALLAS
                       MOVE ZERO TO WKS-TN-ANOM
                    END-IF
                    PERFORM 00077-TENDENCIA-ACUMULA
                 END-IF
           END-READ.

       00077-TENDENCIA-ACUMULA.
      *Solo cuentan para la ventana los pasos que arrancaron; los
      *que no corrieron (cadena, dependencia, prevuelo) son falla.
           IF HI-STATUS NOT = "NR"
              AND HI-STATUS NOT = "DP"
              AND HI-STATUS NOT = "PF"
              IF WKS-TN-PASOS = 0
                 MOVE HI-INICIO TO WKS-TN-INICIO
              END-IF
              MOVE HI-FIN TO WKS-TN-FIN
              ADD HI-SEG TO WKS-TN-SEG
              ADD 1 TO WKS-TN-PASOS
              MOVE 1 TO WKS-PLAN-J
              PERFORM 00078-TENDENCIA-ACUMULA-PASO
                 UNTIL WKS-PLAN-J > WKS-PLAN-NUM
           END-IF
           IF HI-STATUS NOT = "00" AND HI-STATUS NOT = "04"
              ADD 1 TO WKS-TN-FALLAS
           END-IF
           IF HI-ANOMALIA = "S"
              ADD 1 TO WKS-TN-ANOM
           END-IF.

       00078-TENDENCIA-ACUMULA-PASO.
           IF WKS-PL-PASO(WKS-PLAN-J) = HI-PASO
              ADD 1 TO WKS-TM-N(WKS-PLAN-J)
              ADD HI-SEG TO WKS-TM-SUMA(WKS-PLAN-J)
              IF HI-SEG > WKS-TM-MAX(WKS-PLAN-J)
                 MOVE HI-SEG TO WKS-TM-MAX(WKS-PLAN-J)
              END-IF
              IF HI-ANOMALIA = "S"
                 ADD 1 TO WKS-TM-ANOM(WKS-PLAN-J)
              END-IF
           END-IF
           ADD 1 TO WKS-PLAN-J.

       00075-TENDENCIA-NOCHE.
           ADD 1 TO WKS-TT-NOCHES
           ADD WKS-TN-SEG TO WKS-TT-SUMA
           IF WKS-TN-SEG > WKS-TT-MAX
              MOVE WKS-TN-SEG TO WKS-TT-MAX
              MOVE WKS-TN-FECHA TO WKS-TT-MAX-FECHA
           END-IF
           MOVE SPACES TO WKS-TN-DIA-NOMBRE
           IF WKS-TN-DIA > 0 AND WKS-TN-DIA < 8
              MOVE WKS-DIA-NOMBRE(WKS-TN-DIA) TO WKS-TN-DIA-NOMBRE
           END-IF
           MOVE WKS-TN-SEG TO WKS-AN-EDIT-1
           MOVE WKS-TN-PASOS TO WKS-TN-EDIT-1
           MOVE WKS-TN-FALLAS TO WKS-TN-EDIT-2
           MOVE WKS-TN-ANOM TO WKS-TN-EDIT-3
           MOVE SPACES TO REG-TENDENCIA
           STRING WKS-TN-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WKS-TN-DIA-NOMBRE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WKS-TN-INICIO(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WKS-TN-INICIO(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WKS-TN-INICIO(5:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WKS-TN-FIN(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WKS-TN-FIN(3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WKS-TN-FIN(5:2) DELIMITED BY SIZE
                  WKS-AN-EDIT-1 DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WKS-TN-EDIT-1 DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WKS-TN-EDIT-2 DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WKS-TN-EDIT-3 DELIMITED BY SIZE
                  INTO REG-TENDENCIA
           WRITE REG-TENDENCIA.

       00076-TENDENCIA-PASO.
           IF WKS-TM-N(WKS-PLAN-K) > 0
              COMPUTE WKS-AN-PROM-SEG ROUNDED =
                      WKS-TM-SUMA(WKS-PLAN-K) / WKS-TM-N(WKS-PLAN-K)
              MOVE WKS-TM-N(WKS-PLAN-K) TO WKS-TN-EDIT-1
              MOVE WKS-AN-PROM-SEG TO WKS-AN-EDIT-1
              MOVE WKS-TM-MAX(WKS-PLAN-K) TO WKS-AN-EDIT-2
              MOVE WKS-TM-ANOM(WKS-PLAN-K) TO WKS-TN-EDIT-3
              MOVE SPACES TO REG-TENDENCIA
              STRING WKS-PL-PASO(WKS-PLAN-K) DELIMITED BY SIZE
                     "      " DELIMITED BY SIZE
                     WKS-TN-EDIT-1 DELIMITED BY SIZE
                     "     " DELIMITED BY SIZE
                     WKS-AN-EDIT-1 DELIMITED BY SIZE
                     "   " DELIMITED BY SIZE
                     WKS-AN-EDIT-2 DELIMITED BY SIZE
                     "        " DELIMITED BY SIZE
                     WKS-TN-EDIT-3 DELIMITED BY SIZE
                     INTO REG-TENDENCIA
              WRITE REG-TENDENCIA
           END-IF
           ADD 1 TO WKS-PLAN-K.

       00079-ALERTA-ANOMALIA.
      *Paso que termino bien pero fuera de su rango normal: queda
      *como aviso, no como falla.
           MOVE SPACES TO REG-ALERTA
           STRING "PASO " DELIMITED BY SIZE
                  WKS-PL-PASO(WKS-PLAN-I) DELIMITED BY "  "
                  " FUERA DE SU RANGO NORMAL" DELIMITED BY SIZE
                  INTO REG-ALERTA
           WRITE REG-ALERTA
           IF WKS-HS-MSG-T(WKS-PLAN-I) NOT = SPACES
              MOVE SPACES TO REG-ALERTA
              STRING "   " DELIMITED BY SIZE
                     WKS-HS-MSG-T(WKS-PLAN-I) DELIMITED BY SIZE
                     INTO REG-ALERTA
              WRITE REG-ALERTA
           END-IF
           IF WKS-HS-MSG-V(WKS-PLAN-I) NOT = SPACES
              MOVE SPACES TO REG-ALERTA
              STRING "   " DELIMITED BY SIZE
                     WKS-HS-MSG-V(WKS-PLAN-I) DELIMITED BY SIZE
                     INTO REG-ALERTA
              WRITE REG-ALERTA
           END-IF
           MOVE "   ACCION: CONFIRME QUE EL PASO PROCESO LO QUE "
                & "DEBIA (VEA NOMINA-BATCH-HISTORIA.DAT)"
                TO REG-ALERTA
           WRITE REG-ALERTA
           IF WKS-RC-FINAL < 4
              MOVE 4 TO WKS-RC-FINAL
           END-IF.

       END PROGRAM NOMINA-BATCH-DRIVER.
