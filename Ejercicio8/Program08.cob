                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-AL-ARCHIVO-ALTAS ASSIGN TO
           W000-UT-S-DIR-SALIDA-ALT
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN TO
           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
           05 BJ-FECHA-PROCESO            PIC 9(6).
           05 BJ-MOTIVO-BAJA              PIC X(3).

      *---
      *Historia acumulada de altas procesadas: imagen del empleado
      *que entra, fecha del proceso y tipo 'A' alta o 'R' reingreso.
      *Las transferencias van como tipo 'T' con la imagen ya en el
      *departamento destino y el de origen en AL-DPTO-ORIGEN.
      *---
       FD  ARCH-AL-ARCHIVO-ALTAS
           LABEL RECORD STANDARD.

       01  AL-ALTA.
           05 AL-EMPLEADO.
               10 AL-NO-TRAB              PIC X(6).
               10 AL-GPO                  PIC XX.
               10 AL-EMP                  PIC XXX.
               10 AL-PTA                  PIC XXX.
               10 AL-DPTO                 PIC X(6).
               10 AL-CVEO-E               PIC X.
               10 AL-NOMBRE               PIC X(30).
               10 AL-SALBASE              PIC S9(7)V99.
               10 AL-FECHA-ING            PIC 9(6).
           05 AL-FECHA-PROCESO            PIC 9(6).
           05 AL-TIPO-ALTA                PIC X.
           05 AL-DPTO-ORIGEN              PIC X(6).

      *---
      *Fecha de negocio del ciclo, fijada por operaciones; sin el
      *archivo se usa la fecha del sistema como siempre.
           05  S000-ESTADOARCHPEN         PIC X.
           05  S000-ESTADOARCHCM          PIC X.
           05  S000-ESTADOARCHBAJ         PIC X.
           05  S000-ESTADOARCHALT         PIC X.
           05  S000-ESTADOARCHORG         PIC X.
           05  S045-FINARCHBAJAS          PIC 9.
           05  S040-ES-REINGRESO          PIC X.
                                      VALUE 'CifrasControl.txt'.
           05  W000-UT-S-DIR-SALIDA-BAJ   PIC X(20)
                                      VALUE 'ArchBajas.dat'.
           05  W000-UT-S-DIR-SALIDA-ALT   PIC X(20)
                                      VALUE 'ArchAltas.dat'.
           05  W000-UT-S-DIR-FECHAPROC    PIC X(20)
                                      VALUE 'FechaProceso.dat'.
           05  W000-UT-S-DIR-CATORG       PIC X(20)

       01 W046-NO-TRAB-BUSCA           PIC X(6).

      *---
      *Departamento de origen de la transferencia en curso
      *---
       01 W062-DPTO-ORIGEN             PIC X(6).

      *---
      *Calculo del retroactivo del CAMBIO en curso; las fechas de 6
      *posiciones se completan con el siglo para poder convertirlas
           05 A990-REINGRESO-PROC         PIC S9(9).
           05 A990-REINGRESO-RECHAZADO    PIC S9(9).
           05 A990-RETRO-GENERADO         PIC S9(9).
           05 A990-ALT-ARCHIVADA          PIC S9(9).
           05 A990-TRA-ARCHIVADA          PIC S9(9).

      *---
      *Variables
           05 FILLER                      PIC X(40)       VALUE SPACES.


      *---
      *Plan de corrida: previos del paso y asiento de su terminacion
      *---
       01 W001-PLAN.
           05 W001-PLAN-FUNCION          PIC X.
           05 W001-PLAN-RESULTADO        PIC X.
           05 W001-PLAN-RETORNO          PIC S9(4) COMP.

       PROCEDURE DIVISION.
       000-CONTROL SECTION.
       000-0100-INICIO.
           MOVE 'V' TO W001-PLAN-FUNCION.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           IF W001-PLAN-RESULTADO NOT = 'S' THEN
               DISPLAY W000-PROG '  PREVIOS DEL PLAN DE CORRIDA SIN '
      -        'TERMINAR, CODIGO 12'
               MOVE 12 TO RETURN-CODE
               GOBACK.
           PERFORM 003-FECHA-PROCESO.
           PERFORM 004-NOMBRA-SALIDAS.
      *---
           OPEN EXTEND ARCH-BJ-ARCHIVO-BAJAS.
           MOVE 0 TO S000-ESTADOARCHBAJ.

      *---
      *EXTEND: las altas y reingresos tambien se acumulan.
      *---
           OPEN EXTEND ARCH-AL-ARCHIVO-ALTAS.
           MOVE 0 TO S000-ESTADOARCHALT.

           OPEN INPUT ARCH-OR-CAT-ORGANIZACION.
           MOVE 0 TO S000-ESTADOARCHORG.

           MOVE 1 TO S000-ESTADOARCHPEN.
           CLOSE ARCH-BJ-ARCHIVO-BAJAS.
           MOVE 1 TO S000-ESTADOARCHBAJ.
           CLOSE ARCH-AL-ARCHIVO-ALTAS.
           MOVE 1 TO S000-ESTADOARCHALT.
           CLOSE ARCH-OR-CAT-ORGANIZACION.
           MOVE 1 TO S000-ESTADOARCHORG.
           CLOSE ARCH-RT-ARCHIVO-RETRO.
                       MOVE 'ALTA' TO R1-MENSAJE
                       END-IF
                   PERFORM 095-INSERTA-EMPLEADO
                   PERFORM 041-ARCHIVA-ALTA
                   ADD 1 TO A990-ALT-PROC
                   END-IF
               END-IF.
       040-9900-FIN.
       EXIT.

      *---
      *Escribe el alta procesada en la historia acumulada de altas,
      *con la imagen que quedo en el maestro; de ella y de la de
      *bajas sale la rotacion de personal.
      *---
       041-ARCHIVA-ALTA SECTION.
       041-0100-CARGA.
           MOVE AI-NO-TRAB   TO AL-NO-TRAB.
           MOVE AI-GPO       TO AL-GPO.
           MOVE AI-EMP       TO AL-EMP.
           MOVE AI-PTA       TO AL-PTA.
           MOVE AI-DPTO      TO AL-DPTO.
           MOVE AI-CVEO-E    TO AL-CVEO-E.
           MOVE AI-NOMBRE    TO AL-NOMBRE.
           MOVE AI-SALBASE   TO AL-SALBASE.
           MOVE AI-FECHA-ING TO AL-FECHA-ING.
           MOVE W000-FECHA-HOY TO AL-FECHA-PROCESO.
           MOVE SPACES TO AL-DPTO-ORIGEN.
           IF S040-ES-REINGRESO = 'S' THEN
               MOVE 'R' TO AL-TIPO-ALTA
               ELSE
                   MOVE 'A' TO AL-TIPO-ALTA
                   END-IF.
       041-0200-ESCRIBE.
           WRITE AL-ALTA.
           ADD 1 TO A990-ALT-ARCHIVADA.
       041-9900-FIN.
       EXIT.

      *---
      *Escribe la transferencia aplicada en la historia de altas como
      *tipo 'T': la imagen que quedo en el maestro, ya en el
      *departamento destino, y el de origen que tenia antes.
      *Rotacion la cuenta como entrada al destino y salida del
      *origen.
      *---
       042-ARCHIVA-TRANSFERENCIA SECTION.
       042-0100-CARGA.
           MOVE AI-NO-TRAB   TO AL-NO-TRAB.
           MOVE AI-GPO       TO AL-GPO.
           MOVE AI-EMP       TO AL-EMP.
           MOVE AI-PTA       TO AL-PTA.
           MOVE AI-DPTO      TO AL-DPTO.
           MOVE AI-CVEO-E    TO AL-CVEO-E.
           MOVE AI-NOMBRE    TO AL-NOMBRE.
           MOVE AI-SALBASE   TO AL-SALBASE.
           MOVE AI-FECHA-ING TO AL-FECHA-ING.
           MOVE W000-FECHA-HOY TO AL-FECHA-PROCESO.
           MOVE 'T' TO AL-TIPO-ALTA.
           MOVE W062-DPTO-ORIGEN TO AL-DPTO-ORIGEN.
       042-0200-ESCRIBE.
           WRITE AL-ALTA.
           ADD 1 TO A990-TRA-ARCHIVADA.
       042-9900-FIN.
       EXIT.

       050-BAJA SECTION.
       050-0100-INICIO.
       050-0200-PROCESA-BAJA.
                               MOVE '1' TO R1-MOV-FALLIDO
                               ADD 1 TO A990-TRA-FALLIDA-PROC
                               ELSE
                                   MOVE AI-DPTO TO W062-DPTO-ORIGEN
                                   PERFORM 090-CARGA-DATOS
                                   PERFORM 065-CAPTURA-ANTES
                                   MOVE RI-DPTO TO A1-05-DPTO
                                   PERFORM 066-ESCRIBE-AUDITORIA
                                   ADD 1 TO A990-TRA-AUDITADO
                                   PERFORM 096-REESCRIBE-EMPLEADO
                                   PERFORM 042-ARCHIVA-TRANSFERENCIA
                                   MOVE 'TRANSFERENCIA' TO R1-MENSAJE
                                   ADD 1 TO A990-TRA-PROC
                                   END-IF
               THEN
               CLOSE ARCH-BJ-ARCHIVO-BAJAS
               MOVE 1 TO S000-ESTADOARCHBAJ.
           IF S000-ESTADOARCHALT NOT = 1
               THEN
               CLOSE ARCH-AL-ARCHIVO-ALTAS
               MOVE 1 TO S000-ESTADOARCHALT.

           IF S000-ESTADOARCHORG = 0
               THEN
       DISPLAY W000-PROG '  BAJAS ARCHIVADAS EN HISTORIA           '
      -    '           ' A990-BAJ-ARCHIVADA            .

       DISPLAY W000-PROG '  ALTAS ARCHIVADAS EN HISTORIA           '
      -    '           ' A990-ALT-ARCHIVADA            .

       DISPLAY W000-PROG '  TRANSFERENCIAS ARCHIVADAS EN HISTORIA  '
      -    '           ' A990-TRA-ARCHIVADA            .

       DISPLAY W000-PROG '  BAJAS RECHAZADAS SIN MOTIVO            '
      -    '           ' A990-BAJ-SIN-MOTIVO           .

           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-9900-FIN.
           EXIT.
