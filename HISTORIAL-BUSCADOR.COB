      *bitacora viva y el historial indexado, y entrega una sola
      *respuesta fusionada en orden cronologico. Antes, cualquier
      *pregunta de auditoria mas vieja que la retencion obligaba a
      *abrir los archivos muertos en un editor. Si la busqueda toca
      *una generacion que no paso la verificacion del archivador
      *(alterada, faltante o sin registro de control), la respuesta
      *lo advierte.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
       FD F-CONTROL-ARC.
      *Configuracion del ARCHIVADOR: meses en linea; dice desde
      *cuando hay que esperar generaciones archivadas. Le siguen los
      *renglones 'G' de cada generacion con su ultima verificacion;
      *el layout debe ser identico al de ese programa.
       01 REG-CONTROL-ARC.
           02 AC-MESES-EN-LINEA     PIC 9(2).
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

       FD F-TEXTO.
      *Bitacora de texto, viva o archivada: renglones con el layout
       77 WKS-LLAVE-DEDUP      PIC X(54).
       77 WKS-REPETIDO         PIC 9(1).

      *Generaciones del historial de NOMINA registradas por el
      *ARCHIVADOR, con el resultado de su ultima verificacion y si
      *esta busqueda las leyo.
       77 WKS-GV-NUM           PIC 9(3).
       77 WKS-GV-I             PIC 9(3).
       77 WKS-GV-ENC           PIC 9(3).
       77 WKS-AVISOS           PIC 9(3).
       01 WKS-GV-TABLA.
           02 WKS-GV OCCURS 200 TIMES.
              03 WKS-GV-ARCHIVO     PIC X(40).
              03 WKS-GV-PRIMERA     PIC 9(8).
              03 WKS-GV-ULTIMA      PIC 9(8).
              03 WKS-GV-ESTADO      PIC X(1).
              03 WKS-GV-LEIDA       PIC 9(1).
       77 WKS-GV-MOTIVO        PIC X(45).

      *Hasta quinientos renglones fusionados; si una busqueda da
      *mas, conviene acotarla por fechas.
       01 WKS-RESULTADOS.
           GOBACK.

       00010-CARGA-CONFIGURACION.
           MOVE ZERO TO WKS-GV-NUM
           OPEN INPUT F-CONTROL-ARC
           IF WKS-FS-CTRL = '00'
              READ F-CONTROL-ARC
                 AT END MOVE '10' TO WKS-FS-CTRL
                 NOT AT END
                    IF AC-MESES-EN-LINEA > 0
                       MOVE AC-MESES-EN-LINEA
                            TO WKS-MESES-EN-LINEA
                    END-IF
              END-READ
              PERFORM 00011-CARGA-GENERACION
                 UNTIL WKS-FS-CTRL = '10'
              CLOSE F-CONTROL-ARC
           END-IF
           DISPLAY "RETENCION EN LINEA: " WKS-MESES-EN-LINEA
                   " MES(ES); LO ANTERIOR SE BUSCA EN LOS "
                   "ARCHIVOS MUERTOS.".

       00011-CARGA-GENERACION.
           READ F-CONTROL-ARC
              AT END MOVE '10' TO WKS-FS-CTRL
              NOT AT END
                 IF AG-TIPO = 'G' AND WKS-GV-NUM < 200
                    AND AG-ARCHIVO(1:21) = "NOMINA-HISTORIAL-ARC-"
                    ADD 1 TO WKS-GV-NUM
                    MOVE AG-ARCHIVO TO WKS-GV-ARCHIVO(WKS-GV-NUM)
                    MOVE AG-FECHA-PRIMERA
                         TO WKS-GV-PRIMERA(WKS-GV-NUM)
                    MOVE AG-FECHA-ULTIMA TO WKS-GV-ULTIMA(WKS-GV-NUM)
                    MOVE AG-ESTADO TO WKS-GV-ESTADO(WKS-GV-NUM)
                    MOVE ZERO TO WKS-GV-LEIDA(WKS-GV-NUM)
                 END-IF
           END-READ.

       00030-BUSCA-GENERACION.
           MOVE SPACES TO WKS-NOMBRE-TEXTO
           STRING "NOMINA-HISTORIAL-ARC-" DELIMITED BY SIZE
           IF WKS-FS-TEXTO NOT = '00'
              CONTINUE
           ELSE
              IF WKS-FUENTE(1:4) = "ARC-"
                 PERFORM 00024-MARCA-GENERACION
              END-IF
              MOVE ZERO TO WKS-FIN
              PERFORM 00021-TEXTO-RENGLON
                 UNTIL WKS-FIN = 1
              MOVE WKS-LLAVE-DEDUP TO WKS-RES-DEDUP(WKS-RES-NUM)
           END-IF.

       00024-MARCA-GENERACION.
      *Marca como leida la generacion que se acaba de abrir; un
      *archivo muerto que el ARCHIVADOR no tiene registrado se
      *agrega como sin registro de control.
           MOVE ZERO TO WKS-GV-ENC
           MOVE 1 TO WKS-GV-I
           PERFORM 00025-COMPARA-GENERACION
              UNTIL WKS-GV-I > WKS-GV-NUM OR WKS-GV-ENC > 0
           IF WKS-GV-ENC = 0 AND WKS-GV-NUM < 200
              ADD 1 TO WKS-GV-NUM
              MOVE WKS-GV-NUM TO WKS-GV-ENC
              MOVE WKS-NOMBRE-TEXTO TO WKS-GV-ARCHIVO(WKS-GV-ENC)
              MOVE ZERO TO WKS-GV-PRIMERA(WKS-GV-ENC)
              MOVE ZERO TO WKS-GV-ULTIMA(WKS-GV-ENC)
              MOVE 'I' TO WKS-GV-ESTADO(WKS-GV-ENC)
           END-IF
           IF WKS-GV-ENC > 0
              MOVE 1 TO WKS-GV-LEIDA(WKS-GV-ENC)
           END-IF.

       00025-COMPARA-GENERACION.
           IF WKS-GV-ARCHIVO(WKS-GV-I) = WKS-NOMBRE-TEXTO
              MOVE WKS-GV-I TO WKS-GV-ENC
           END-IF
           ADD 1 TO WKS-GV-I.

       00023-COMPARA-REPETIDO.
           IF WKS-RES-DEDUP(WKS-I) = WKS-LLAVE-DEDUP
              MOVE 1 TO WKS-REPETIDO
           MOVE 1 TO WKS-I
           PERFORM 00061-RESPUESTA-RENGLON
              UNTIL WKS-I > WKS-RES-NUM
           MOVE ZERO TO WKS-AVISOS
           MOVE 1 TO WKS-GV-I
           PERFORM 00062-AVISO-GENERACION
              UNTIL WKS-GV-I > WKS-GV-NUM
           MOVE SPACES TO REG-RESPUESTA
           STRING "RENGLONES ENCONTRADOS: " DELIMITED BY SIZE
                  WKS-RES-NUM DELIMITED BY SIZE
           IF WKS-RES-NUM = 500
              DISPLAY "LA TABLA SE LLENO: ACOTE LA BUSQUEDA POR "
                      "FECHAS."
           END-IF
           IF WKS-AVISOS > 0
              DISPLAY "ATENCION: LA BUSQUEDA TOCO " WKS-AVISOS
                      " GENERACION(ES) QUE NO PASARON LA "
                      "VERIFICACION; VEA LOS AVISOS EN LA RESPUESTA."
           END-IF.

       00061-RESPUESTA-RENGLON.
           DISPLAY WKS-RES-TEXTO(WKS-I)
           ADD 1 TO WKS-I.

       00062-AVISO-GENERACION.
      *Una generacion que no paso la verificacion toca la busqueda
      *si se leyo o si su rango de fechas cae en el buscado (una
      *faltante no se puede leer, pero deja la respuesta coja).
           IF WKS-GV-ESTADO(WKS-GV-I) = 'A'
              OR WKS-GV-ESTADO(WKS-GV-I) = 'F'
              OR WKS-GV-ESTADO(WKS-GV-I) = 'I'
              IF WKS-GV-LEIDA(WKS-GV-I) = 1
                 OR (WKS-GV-PRIMERA(WKS-GV-I) > 0
                     AND WKS-GV-PRIMERA(WKS-GV-I)
                         NOT > WKS-FECHA-HASTA
                     AND WKS-GV-ULTIMA(WKS-GV-I)
                         NOT < WKS-FECHA-DESDE)
                 IF WKS-GV-ESTADO(WKS-GV-I) = 'A'
                    MOVE "FUE ALTERADA DESPUES DE ARCHIVARSE"
                         TO WKS-GV-MOTIVO
                 ELSE
                 IF WKS-GV-ESTADO(WKS-GV-I) = 'F'
                    MOVE "FALTA; LA RESPUESTA PUEDE ESTAR INCOMPLETA"
                         TO WKS-GV-MOTIVO
                 ELSE
                    MOVE "NO TIENE REGISTRO DE CONTROL DEL ARCHIVADOR"
                         TO WKS-GV-MOTIVO
                 END-IF
                 END-IF
                 MOVE SPACES TO REG-RESPUESTA
                 STRING "AVISO: LA GENERACION " DELIMITED BY SIZE
                        WKS-GV-ARCHIVO(WKS-GV-I) DELIMITED BY " "
                        " " DELIMITED BY SIZE
                        WKS-GV-MOTIVO DELIMITED BY SIZE
                        INTO REG-RESPUESTA
                 WRITE REG-RESPUESTA
                 DISPLAY REG-RESPUESTA
                 ADD 1 TO WKS-AVISOS
              END-IF
           END-IF
           ADD 1 TO WKS-GV-I.

       END PROGRAM HIST-BUSCADOR.
