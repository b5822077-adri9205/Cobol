           W000-UT-S-DIR-MOVORG
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Solicitudes pendientes de autorizacion de corridas anteriores
      *y las autorizaciones capturadas para ellas.
      *---
           SELECT OPTIONAL ARCH-PE-ARCHIVO-PENDIENTE ASSIGN TO
           W000-UT-S-DIR-PENDIENTE
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-AU-ARCHIVO-AUTORIZA ASSIGN TO
           W000-UT-S-DIR-AUTORIZA
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

      *---
      *Operadores facultados para autorizar, por programa
      *---
           SELECT OPTIONAL ARCH-OP-ARCHIVO-OPERADORES ASSIGN TO
           W000-UT-S-DIR-OPERADORES
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT OPTIONAL ARCH-FP-ARCHIVO-FECHAPROC ASSIGN TO
           W000-UT-S-DIR-FECHAPROC
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.
      *----
      *    CATALOGO EN MANTENIMIENTO
      *----
      *----
      *    SALIDA
      *----
           SELECT ARCH-PT-PENDIENTE-TRB ASSIGN TO
           W000-UT-S-DIR-PENDIENTE-TRB
                                           ORGANIZATION IS LINE
                                           SEQUENTIAL.

           SELECT REPO-R1-MANTENIMIENTO ASSIGN TO
           W000-UT-S-DIR-SALIDA-REPO.

      *---
      *Transacciones de mantenimiento del catalogo de organizacion:
      *accion A/C/B, la unidad GPO/EMP/PTA/DPTO, su descripcion y el
      *estado ('A' activa, 'I' inactiva), y la clave del operador
      *que lo solicita.
      *---
       FD  ARCH-MO-ARCHIVO-MOVORG
           LABEL RECORD STANDARD.
           05 MO-DPTO                    PIC X(6).
           05 MO-DESCRIPCION             PIC X(30).
           05 MO-ACTIVO                  PIC X.
           05 MO-OPERADOR                PIC X(8).
       01 MO-IMAGEN.
           05 MO-IMAGEN-SOLICITUD        PIC X(46).
           05 FILLER                     PIC X(8).

      *---
      *Solicitud pendiente: PE-TIPO 'M' con el movimiento tal como se
      *capturo; al final, un registro 'C' con el ultimo folio dado.
      *---
       FD  ARCH-PE-ARCHIVO-PENDIENTE
           LABEL RECORD STANDARD.
       01 PE-PENDIENTE.
           05 PE-TIPO                    PIC X.
           05 PE-FOLIO                   PIC 9(8).
           05 PE-SOLICITANTE             PIC X(8).
           05 PE-FECHA-SOL               PIC 9(8).
           05 PE-HORA-SOL                PIC 9(6).
           05 PE-MOVIMIENTO              PIC X(46).

       FD  ARCH-PT-PENDIENTE-TRB
           LABEL RECORD STANDARD.
       01 PT-PENDIENTE                   PIC X(77).

      *---
      *Autorizacion: folio de la solicitud a ocho digitos, L libera o
      *R rechaza, y la clave del operador que autoriza.
      *---
       FD  ARCH-AU-ARCHIVO-AUTORIZA
           LABEL RECORD STANDARD.
       01 AU-AUTORIZACION.
           05 AU-FOLIO                   PIC X(8).
           05 AU-DECISION                PIC X.
           05 AU-OPERADOR                PIC X(8).

       FD  ARCH-OP-ARCHIVO-OPERADORES
           LABEL RECORD STANDARD.
       01 OP-OPERADOR-AUT.
           05 OP-PROGRAMA                PIC X(8).
           05 OP-OPERADOR                PIC X(8).
           05 OP-NOMBRE                  PIC X(30).

       FD  ARCH-FP-ARCHIVO-FECHAPROC
           LABEL RECORD STANDARD.
       01  FP-REGISTRO.
           05 FP-FECHA                   PIC X(8).

      *---
      *Catalogo de las unidades GPO/EMP/PTA/DPTO que realmente
           05  S000-ESTADOARCHCM          PIC X.
           05  S020-REG-EXISTE            PIC X.
           05  S020-MOV-RECHAZADO         PIC X.
           05  S000-ESTADOARCHPE          PIC X  VALUE '0'.
           05  S060-FINARCHPE             PIC 9.
           05  S000-ESTADOARCHPT          PIC X  VALUE '0'.
           05  S075-FINARCHPT             PIC 9.
           05  S000-ESTADOARCHAU          PIC X  VALUE '0'.
           05  S006-FINARCHAU             PIC 9.
           05  S000-ESTADOARCHOP          PIC X  VALUE '0'.
           05  S004-FINARCHOP             PIC 9.
           05  S003-FINARCHFECHAPROC      PIC 9.
           05  S000-ESTADOARCHFECHAPROC   PIC X  VALUE '0'.

      *---
      *   Constantes
                                      VALUE 'ReporteMantOrg.txt'.
           05  W000-UT-S-DIR-MONITOR      PIC X(20)
                                      VALUE 'CifrasControl.txt'.
           05  W000-UT-S-DIR-PENDIENTE    PIC X(20)
                                      VALUE 'PendOrganiza.dat'.
           05  W000-UT-S-DIR-PENDIENTE-TRB PIC X(20)
                                      VALUE 'PendOrganiza.tmp'.
           05  W000-UT-S-DIR-AUTORIZA     PIC X(20)
                                      VALUE 'AutOrganiza.dat'.
           05  W000-UT-S-DIR-OPERADORES   PIC X(20)
                                      VALUE 'OperadoresAut.dat'.
           05  W000-UT-S-DIR-FECHAPROC    PIC X(20)
                                      VALUE 'FechaProceso.dat'.

      *---
      *Fecha de negocio y hora de la corrida; sellan la solicitud y
      *la autorizacion.
      *---
       01 W003-FECHA-PROCESO             PIC X(8).

       01 W003-FECHA-NUM REDEFINES W003-FECHA-PROCESO
                                         PIC 9(8).

       01 W003-HORA                      PIC X(6).

       01 W003-HORA-NUM REDEFINES W003-HORA
                                         PIC 9(6).

      *---
      *Operadores facultados para autorizar los movimientos de este
      *programa.
      *---
       01 T004-TABLA-OPERADORES.
           05 T004-NUM-OPERADORES      PIC S9(4) COMP VALUE ZERO.
           05 T004-OPERADOR            PIC X(8) OCCURS 100 TIMES.

       01 T004-IDX                     PIC S9(4) COMP.

       01 T004-IDX-HALLADO             PIC S9(4) COMP.

       01 W004-OPERADOR-BUSCA          PIC X(8).

      *---
      *Autorizaciones de la corrida; T006-USADA queda en 'S' cuando
      *su folio se encontro entre las solicitudes pendientes.
      *---
       01 T006-TABLA-AUTORIZA.
           05 T006-NUM-AUTORIZA        PIC S9(4) COMP VALUE ZERO.
           05 T006-ENTRADA OCCURS 500 TIMES.
               10 T006-FOLIO              PIC X(8).
               10 T006-DECISION           PIC X.
               10 T006-OPERADOR           PIC X(8).
               10 T006-USADA              PIC X.

       01 T006-IDX                     PIC S9(4) COMP.

       01 T006-IDX-HALLADO             PIC S9(4) COMP.

       01 W006-FOLIO-BUSCA             PIC X(8).

      *---
      *Ultimo folio dado y solicitud que se deja pendiente
      *---
       01 W030-ULTIMO-FOLIO              PIC 9(8).

       01 W030-PENDIENTE.
           05 W030-TIPO                  PIC X.
           05 W030-FOLIO                 PIC 9(8).
           05 W030-SOLICITANTE           PIC X(8).
           05 W030-FECHA-SOL             PIC 9(8).
           05 W030-HORA-SOL              PIC 9(6).
           05 W030-MOVIMIENTO            PIC X(46).

      *---
      *Imagenes antes y despues del registro mantenido
           05 A990-CAM-PROC               PIC S9(9).
           05 A990-BAJ-PROC               PIC S9(9).
           05 A990-MOV-RECHAZADO          PIC S9(9).
           05 A990-PEND-LEIDO             PIC S9(9).
           05 A990-MOV-PENDIENTE          PIC S9(9).
           05 A990-AUT-LEIDO              PIC S9(9).
           05 A990-MOV-LIBERADO           PIC S9(9).
           05 A990-MOV-NO-AUTORIZADO      PIC S9(9).
           05 A990-AUT-INVALIDA           PIC S9(9).
           05 A990-PEND-QUEDAN            PIC S9(9).

      *---
      *Variables del reporte
           05 R1-25-RESULTADO             PIC X(20).
           05 FILLER                      PIC X(10)       VALUE SPACES.

      *---
      *Segunda linea del movimiento: folio, quien lo solicito y quien
      *lo autorizo, con fecha y hora de cada uno.
      *---
       01 R1-30-LINEA-FIRMAS.
           05 FILLER                      PIC X(8)        VALUE SPACES.
           05 FILLER                      PIC X(7)        VALUE
           "FOLIO".
           05 R1-30-FOLIO                 PIC X(8).
           05 FILLER                      PIC X(12)       VALUE
           "   SOLICITO".
           05 R1-30-SOLICITANTE           PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-FECHA-SOL             PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-HORA-SOL              PIC X(6).
           05 FILLER                      PIC X(12)       VALUE
           "   AUTORIZO".
           05 R1-30-AUTORIZA              PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-FECHA-AUT             PIC X(8).
           05 FILLER                      PIC X           VALUE SPACES.
           05 R1-30-HORA-AUT              PIC X(6).
           05 FILLER                      PIC X(25)       VALUE SPACES.

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
           OPEN INPUT ARCH-MO-ARCHIVO-MOVORG.
           MOVE 0 TO S000-FINARCHMO.
           MOVE 0 TO S000-ESTADOARCHMO.
           MOVE 0 TO R1-NUM-HOJA.
           MOVE R1-MAX-LIN TO R1-NUM-LIN.
           MOVE W000-PROG TO R1-05-CONSPRO.
           PERFORM 004-CARGA-OPERADORES.
           PERFORM 006-CARGA-AUTORIZACIONES.
       000-0150-PENDIENTES.
           PERFORM 060-PROC-PENDIENTES.
       000-0200-PROCESA.
           PERFORM 010-PROC-MOVIMIENTO UNTIL S000-FINARCHMO = 1.
           PERFORM 070-AUTORIZA-SIN-FOLIO.
       000-0300-TERMINA.
           PERFORM 075-INSTALA-PENDIENTES.
           CLOSE ARCH-MO-ARCHIVO-MOVORG.
           MOVE 1 TO S000-ESTADOARCHMO.
           CLOSE ARCH-OR-CAT-ORGANIZACION.
       000-9900-FIN.
           GOBACK.

      *---
      *Toma la fecha de negocio del ciclo de FechaProceso.dat; sin el
      *archivo se usa la fecha del sistema.
      *---
       003-FECHA-PROCESO SECTION.
       003-0100-INICIO.
           OPEN INPUT ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE 0 TO S003-FINARCHFECHAPROC.
           MOVE '1' TO S000-ESTADOARCHFECHAPROC.
           READ ARCH-FP-ARCHIVO-FECHAPROC AT END MOVE 1
           TO S003-FINARCHFECHAPROC.
           IF S003-FINARCHFECHAPROC = 1 OR FP-FECHA IS NOT NUMERIC
           THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO W003-FECHA-PROCESO
               ELSE
               MOVE FP-FECHA TO W003-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(9:6) TO W003-HORA.
       003-0200-CIERRA.
           CLOSE ARCH-FP-ARCHIVO-FECHAPROC.
           MOVE '0' TO S000-ESTADOARCHFECHAPROC.
       003-9900-FIN.
       EXIT.

      *---
      *Operadores facultados para autorizar los movimientos de este
      *programa.
      *---
       004-CARGA-OPERADORES SECTION.
       004-0100-INICIO.
           OPEN INPUT ARCH-OP-ARCHIVO-OPERADORES.
           MOVE 0 TO S004-FINARCHOP.
           MOVE '1' TO S000-ESTADOARCHOP.
           MOVE ZERO TO T004-NUM-OPERADORES.
       004-0200-CARGA.
           PERFORM 005-LEE-OPERADOR UNTIL S004-FINARCHOP = 1.
           CLOSE ARCH-OP-ARCHIVO-OPERADORES.
           MOVE '0' TO S000-ESTADOARCHOP.
       004-9900-FIN.
       EXIT.

       005-LEE-OPERADOR SECTION.
       005-0100-LEE.
           READ ARCH-OP-ARCHIVO-OPERADORES AT END MOVE 1 TO
               S004-FINARCHOP.
           IF S004-FINARCHOP NOT = 1 AND OP-PROGRAMA = W000-PROG
           AND OP-OPERADOR NOT = SPACES THEN
               IF T004-NUM-OPERADORES NOT < 100 THEN
                   DISPLAY '          LOS OPERADORES EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO'
      -            ' 16  '
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T004-NUM-OPERADORES
               MOVE OP-OPERADOR TO T004-OPERADOR(T004-NUM-OPERADORES)
               END-IF.
       005-9900-FIN.
       EXIT.

      *---
      *Autorizaciones capturadas para esta corrida
      *---
       006-CARGA-AUTORIZACIONES SECTION.
       006-0100-INICIO.
           OPEN INPUT ARCH-AU-ARCHIVO-AUTORIZA.
           MOVE 0 TO S006-FINARCHAU.
           MOVE '1' TO S000-ESTADOARCHAU.
           MOVE ZERO TO T006-NUM-AUTORIZA.
       006-0200-CARGA.
           PERFORM 007-LEE-AUTORIZACION UNTIL S006-FINARCHAU = 1.
           CLOSE ARCH-AU-ARCHIVO-AUTORIZA.
           MOVE '0' TO S000-ESTADOARCHAU.
       006-9900-FIN.
       EXIT.

       007-LEE-AUTORIZACION SECTION.
       007-0100-LEE.
           READ ARCH-AU-ARCHIVO-AUTORIZA AT END MOVE 1 TO
               S006-FINARCHAU.
           IF S006-FINARCHAU NOT = 1 AND AU-AUTORIZACION NOT = SPACES
           THEN
               ADD 1 TO A990-AUT-LEIDO
               IF T006-NUM-AUTORIZA NOT < 500 THEN
                   DISPLAY '          LAS AUTORIZACIONES EXCEDEN '
      -            'LA TABLA DE TRABAJO'
                   DISPLAY '          TERMINACION ANORMAL, CODIGO'
      -            ' 16  '
                   PERFORM 980-ABORTA
                   END-IF
               ADD 1 TO T006-NUM-AUTORIZA
               MOVE AU-FOLIO TO T006-FOLIO(T006-NUM-AUTORIZA)
               MOVE AU-DECISION TO T006-DECISION(T006-NUM-AUTORIZA)
               MOVE AU-OPERADOR TO T006-OPERADOR(T006-NUM-AUTORIZA)
               MOVE 'N' TO T006-USADA(T006-NUM-AUTORIZA)
               END-IF.
       007-9900-FIN.
       EXIT.

      *---
      *Busca W004-OPERADOR-BUSCA entre los operadores facultados
      *---
       008-BUSCA-OPERADOR SECTION.
       008-0100-BUSCA.
           MOVE ZERO TO T004-IDX-HALLADO.
           MOVE 1 TO T004-IDX.
           PERFORM 008-0500-COMPARA-UNO
               UNTIL T004-IDX-HALLADO > 0
               OR T004-IDX > T004-NUM-OPERADORES.
       008-9900-FIN.
       EXIT.

       008-0500-COMPARA-UNO SECTION.
       008-0510-COMPARA.
           IF T004-OPERADOR(T004-IDX) = W004-OPERADOR-BUSCA THEN
               MOVE T004-IDX TO T004-IDX-HALLADO
               END-IF.
           ADD 1 TO T004-IDX.
       008-9900-FIN.
       EXIT.

      *---
      *Busca la autorizacion del folio W006-FOLIO-BUSCA
      *---
       009-BUSCA-AUTORIZACION SECTION.
       009-0100-BUSCA.
           MOVE ZERO TO T006-IDX-HALLADO.
           MOVE 1 TO T006-IDX.
           PERFORM 009-0500-COMPARA-UNO
               UNTIL T006-IDX-HALLADO > 0
               OR T006-IDX > T006-NUM-AUTORIZA.
       009-9900-FIN.
       EXIT.

       009-0500-COMPARA-UNO SECTION.
       009-0510-COMPARA.
           IF T006-FOLIO(T006-IDX) = W006-FOLIO-BUSCA THEN
               MOVE T006-IDX TO T006-IDX-HALLADO
               END-IF.
           ADD 1 TO T006-IDX.
       009-9900-FIN.
       EXIT.

      *---
      *El movimiento capturado no toca el catalogo: queda como
      *solicitud pendiente hasta que otro operador lo autorice.
      *---
       010-PROC-MOVIMIENTO SECTION.
       010-0100-LEE.
           READ ARCH-MO-ARCHIVO-MOVORG AT END MOVE 1 TO S000-FINARCHMO.
               ADD 1 TO A990-PROC-LEIDO
               MOVE 'N' TO S020-MOV-RECHAZADO
               MOVE SPACES TO W020-IMAGENES
               PERFORM 015-REGISTRA-SOLICITUD
               PERFORM 050-ESCRIBE-LISTADO
               END-IF.
       010-9900-FIN.
       EXIT.

      *---
      *Da el siguiente folio a la solicitud y la sella con la clave
      *de quien la pide y la fecha y hora de la corrida. Sin clave
      *de operador el movimiento se rechaza.
      *---
       015-REGISTRA-SOLICITUD SECTION.
       015-0100-FIRMAS.
           MOVE SPACES TO R1-30-FOLIO.
           MOVE MO-OPERADOR TO R1-30-SOLICITANTE.
           MOVE W003-FECHA-PROCESO TO R1-30-FECHA-SOL.
           MOVE W003-HORA TO R1-30-HORA-SOL.
           MOVE SPACES TO R1-30-AUTORIZA.
           MOVE SPACES TO R1-30-FECHA-AUT.
           MOVE SPACES TO R1-30-HORA-AUT.
       015-0200-REGISTRA.
           IF MO-OPERADOR = SPACES THEN
               MOVE 'SIN OPERADOR' TO W020-MOTIVO
               PERFORM 045-RECHAZA
               ELSE
                   ADD 1 TO W030-ULTIMO-FOLIO
                   MOVE 'M' TO W030-TIPO
                   MOVE W030-ULTIMO-FOLIO TO W030-FOLIO
                   MOVE MO-OPERADOR TO W030-SOLICITANTE
                   MOVE W003-FECHA-NUM TO W030-FECHA-SOL
                   MOVE W003-HORA-NUM TO W030-HORA-SOL
                   MOVE MO-IMAGEN-SOLICITUD TO W030-MOVIMIENTO
                   WRITE PT-PENDIENTE FROM W030-PENDIENTE
                   ADD 1 TO A990-MOV-PENDIENTE
                   ADD 1 TO A990-PEND-QUEDAN
                   MOVE W030-ULTIMO-FOLIO TO R1-30-FOLIO
                   STRING MO-DESCRIPCION DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          MO-ACTIVO      DELIMITED BY SIZE
                       INTO W020-DESPUES
                   MOVE 'PENDIENTE' TO W020-MOTIVO
                   END-IF.
       015-9900-FIN.
       EXIT.

      *---
      *Mantenimiento del catalogo de unidades: alta sin duplicar,
      *cambio y baja solo de llave existente, estado valido.
       EXIT.

      *---
      *Lineas del listado del movimiento recien registrado, aplicado
      *o rechazado: antes/despues y sus firmas.
      *---
       050-ESCRIBE-LISTADO SECTION.
       050-0100-CARGA.
           MOVE W020-DESPUES TO R1-25-DESPUES.
           MOVE W020-MOTIVO TO R1-25-RESULTADO.
       050-0200-ESCRIBE.
           IF (R1-NUM-LIN + 2)>R1-MAX-LIN THEN
               PERFORM 090-ENCABEZADOS
               END-IF.
           WRITE R1-MANTENIMIENTO FROM R1-25-LINEADETALLE AFTER 1.
           WRITE R1-MANTENIMIENTO FROM R1-30-LINEA-FIRMAS AFTER 1.
           ADD 2 TO R1-NUM-LIN.
       050-9900-FIN.
       EXIT.

      *---
      *Solicitudes pendientes de corridas anteriores. La que tiene
      *autorizacion valida se aplica (L) o se descarta (R); las demas
      *pasan al archivo de trabajo, que recibe despues las nuevas.
      *---
       060-PROC-PENDIENTES SECTION.
       060-0100-INICIO.
           OPEN INPUT ARCH-PE-ARCHIVO-PENDIENTE.
           MOVE 0 TO S060-FINARCHPE.
           MOVE '1' TO S000-ESTADOARCHPE.
           OPEN OUTPUT ARCH-PT-PENDIENTE-TRB.
           MOVE '1' TO S000-ESTADOARCHPT.
           MOVE ZERO TO W030-ULTIMO-FOLIO.
       060-0200-PROCESA.
           PERFORM 061-LEE-PENDIENTE UNTIL S060-FINARCHPE = 1.
           CLOSE ARCH-PE-ARCHIVO-PENDIENTE.
           MOVE '0' TO S000-ESTADOARCHPE.
       060-9900-FIN.
       EXIT.

       061-LEE-PENDIENTE SECTION.
       061-0100-LEE.
           READ ARCH-PE-ARCHIVO-PENDIENTE AT END MOVE 1 TO
               S060-FINARCHPE.
           IF S060-FINARCHPE NOT = 1 AND PE-FOLIO IS NUMERIC THEN
               IF PE-FOLIO > W030-ULTIMO-FOLIO THEN
                   MOVE PE-FOLIO TO W030-ULTIMO-FOLIO
                   END-IF
               IF PE-TIPO = 'M' THEN
                   ADD 1 TO A990-PEND-LEIDO
                   MOVE PE-FOLIO TO W006-FOLIO-BUSCA
                   PERFORM 009-BUSCA-AUTORIZACION
                   IF T006-IDX-HALLADO = 0 THEN
                       PERFORM 063-CONSERVA-PENDIENTE
                       ELSE
                           MOVE 'S' TO T006-USADA(T006-IDX-HALLADO)
                           PERFORM 062-RESUELVE-PENDIENTE
                           END-IF
                   END-IF
               END-IF.
       061-9900-FIN.
       EXIT.

      *---
      *Solo autoriza un operador facultado para este programa que no
      *sea quien hizo la solicitud; una autorizacion que no cumple se
      *lista y la solicitud sigue pendiente.
      *---
       062-RESUELVE-PENDIENTE SECTION.
       062-0100-FIRMAS.
           MOVE 'N' TO S020-MOV-RECHAZADO.
           MOVE SPACES TO W020-IMAGENES.
           MOVE PE-MOVIMIENTO TO MO-IMAGEN-SOLICITUD.
           MOVE PE-FOLIO TO R1-30-FOLIO.
           MOVE PE-SOLICITANTE TO R1-30-SOLICITANTE.
           MOVE PE-FECHA-SOL TO R1-30-FECHA-SOL.
           MOVE PE-HORA-SOL TO R1-30-HORA-SOL.
           MOVE T006-OPERADOR(T006-IDX-HALLADO) TO R1-30-AUTORIZA.
           MOVE W003-FECHA-PROCESO TO R1-30-FECHA-AUT.
           MOVE W003-HORA TO R1-30-HORA-AUT.
           MOVE T006-OPERADOR(T006-IDX-HALLADO) TO W004-OPERADOR-BUSCA.
           PERFORM 008-BUSCA-OPERADOR.
       062-0200-RESUELVE.
           IF T004-IDX-HALLADO = 0 THEN
               MOVE 'NO FACULTADO' TO W020-MOTIVO
               PERFORM 064-AUTORIZA-INVALIDA
               ELSE IF T006-OPERADOR(T006-IDX-HALLADO) = PE-SOLICITANTE
               THEN
                   MOVE 'AUTORIZA SOLICITANTE' TO W020-MOTIVO
                   PERFORM 064-AUTORIZA-INVALIDA
                   ELSE IF T006-DECISION(T006-IDX-HALLADO) = 'L' THEN
                       ADD 1 TO A990-MOV-LIBERADO
                       PERFORM 020-MANTIENE-UNIDAD
                       ELSE IF T006-DECISION(T006-IDX-HALLADO) = 'R'
                       THEN
                           ADD 1 TO A990-MOV-NO-AUTORIZADO
                           MOVE 'NO AUTORIZADO' TO W020-MOTIVO
                           ELSE
                               MOVE 'DECISION INVALIDA' TO W020-MOTIVO
                               PERFORM 064-AUTORIZA-INVALIDA
                               END-IF.
           PERFORM 050-ESCRIBE-LISTADO.
       062-9900-FIN.
       EXIT.

       063-CONSERVA-PENDIENTE SECTION.
       063-0100-ESCRIBE.
           WRITE PT-PENDIENTE FROM PE-PENDIENTE.
           ADD 1 TO A990-PEND-QUEDAN.
       063-9900-FIN.
       EXIT.

       064-AUTORIZA-INVALIDA SECTION.
       064-0100-CUENTA.
           ADD 1 TO A990-AUT-INVALIDA.
           PERFORM 063-CONSERVA-PENDIENTE.
       064-9900-FIN.
       EXIT.

      *---
      *Autorizaciones cuyo folio no esta pendiente (ya resuelto, mal
      *capturado o repetido): se listan y no se aplican.
      *---
       070-AUTORIZA-SIN-FOLIO SECTION.
       070-0100-INICIO.
           MOVE 1 TO T006-IDX.
       070-0200-REVISA.
           PERFORM 071-REVISA-AUTORIZACION
               UNTIL T006-IDX > T006-NUM-AUTORIZA.
       070-9900-FIN.
       EXIT.

       071-REVISA-AUTORIZACION SECTION.
       071-0100-REVISA.
           IF T006-USADA(T006-IDX) NOT = 'S' THEN
               ADD 1 TO A990-AUT-INVALIDA
               MOVE SPACES TO MO-IMAGEN
               MOVE SPACES TO W020-IMAGENES
               MOVE 'FOLIO NO PENDIENTE' TO W020-MOTIVO
               MOVE T006-FOLIO(T006-IDX) TO R1-30-FOLIO
               MOVE SPACES TO R1-30-SOLICITANTE
               MOVE SPACES TO R1-30-FECHA-SOL
               MOVE SPACES TO R1-30-HORA-SOL
               MOVE T006-OPERADOR(T006-IDX) TO R1-30-AUTORIZA
               MOVE W003-FECHA-PROCESO TO R1-30-FECHA-AUT
               MOVE W003-HORA TO R1-30-HORA-AUT
               PERFORM 050-ESCRIBE-LISTADO
               END-IF.
           ADD 1 TO T006-IDX.
       071-9900-FIN.
       EXIT.

      *---
      *Fin de corrida limpio: registro de control con el ultimo folio
      *y el archivo de trabajo se instala sobre PendOrganiza.dat; un
      *aborto antes de este punto deja las solicitudes como estaban.
      *---
       075-INSTALA-PENDIENTES SECTION.
       075-0100-CONTROL.
           MOVE SPACES TO W030-PENDIENTE.
           MOVE 'C' TO W030-TIPO.
           MOVE W030-ULTIMO-FOLIO TO W030-FOLIO.
           MOVE W003-FECHA-NUM TO W030-FECHA-SOL.
           MOVE W003-HORA-NUM TO W030-HORA-SOL.
           WRITE PT-PENDIENTE FROM W030-PENDIENTE.
           CLOSE ARCH-PT-PENDIENTE-TRB.
           MOVE '0' TO S000-ESTADOARCHPT.
       075-0200-INSTALA.
           OPEN INPUT ARCH-PT-PENDIENTE-TRB.
           MOVE '1' TO S000-ESTADOARCHPT.
           MOVE 0 TO S075-FINARCHPT.
           OPEN OUTPUT ARCH-PE-ARCHIVO-PENDIENTE.
           MOVE '1' TO S000-ESTADOARCHPE.
           PERFORM 076-COPIA-UNO UNTIL S075-FINARCHPT = 1.
           CLOSE ARCH-PT-PENDIENTE-TRB.
           MOVE '0' TO S000-ESTADOARCHPT.
           CLOSE ARCH-PE-ARCHIVO-PENDIENTE.
           MOVE '0' TO S000-ESTADOARCHPE.
       075-9900-FIN.
       EXIT.

       076-COPIA-UNO SECTION.
       076-0100-COPIA.
           READ ARCH-PT-PENDIENTE-TRB AT END MOVE 1 TO S075-FINARCHPT.
           IF S075-FINARCHPT NOT = 1 THEN
               MOVE PT-PENDIENTE TO PE-PENDIENTE
               WRITE PE-PENDIENTE
               END-IF.
       076-9900-FIN.
       EXIT.

       090-ENCABEZADOS SECTION.
       090-0100-INICIO.
           ADD 1 TO R1-NUM-HOJA.
           THEN
               CLOSE REPO-R1-MANTENIMIENTO
               MOVE '0' TO S000-ESTADOREPO.
           IF S000-ESTADOARCHPE NOT = '0'
           THEN
               CLOSE ARCH-PE-ARCHIVO-PENDIENTE
               MOVE '0' TO S000-ESTADOARCHPE.
           IF S000-ESTADOARCHPT NOT = '0'
           THEN
               CLOSE ARCH-PT-PENDIENTE-TRB
               MOVE '0' TO S000-ESTADOARCHPT.
           IF S000-ESTADOARCHAU NOT = '0'
           THEN
               CLOSE ARCH-AU-ARCHIVO-AUTORIZA
               MOVE '0' TO S000-ESTADOARCHAU.
           IF S000-ESTADOARCHOP NOT = '0'
           THEN
               CLOSE ARCH-OP-ARCHIVO-OPERADORES
               MOVE '0' TO S000-ESTADOARCHOP.
           MOVE 16 TO RETURN-CODE.
           PERFORM 990-CIFRAS-CONTROL.
       980-9900-FIN.
      -    '           ' A990-BAJ-PROC.
       DISPLAY W000-PROG '  MOV.S RECHAZADOS                       '
      -    '           ' A990-MOV-RECHAZADO.
       DISPLAY W000-PROG '  SOLICITUDES PENDIENTES LEIDAS          '
      -    '           ' A990-PEND-LEIDO.
       DISPLAY W000-PROG '  AUTORIZACIONES LEIDAS                  '
      -    '           ' A990-AUT-LEIDO.
       DISPLAY W000-PROG '  SOLICITUDES LIBERADAS                  '
      -    '           ' A990-MOV-LIBERADO.
       DISPLAY W000-PROG '  SOLICITUDES NO AUTORIZADAS             '
      -    '           ' A990-MOV-NO-AUTORIZADO.
       DISPLAY W000-PROG '  AUTORIZACIONES INVALIDAS               '
      -    '           ' A990-AUT-INVALIDA.
       DISPLAY W000-PROG '  SOLICITUDES NUEVAS PENDIENTES          '
      -    '           ' A990-MOV-PENDIENTE.
       DISPLAY W000-PROG '  SOLICITUDES QUE QUEDAN PENDIENTES      '
      -    '           ' A990-PEND-QUEDAN.
       990-0200-ESCRIBE-MONITOR.
           OPEN EXTEND ARCH-CM-ARCHIVO-MONITOR.
           MOVE 1 TO S000-ESTADOARCHCM.
           MOVE W000-PROG              TO R9-PROGRAMA.
           COMPUTE R9-LEIDOS = A990-PROC-LEIDO + A990-AUT-LEIDO.
           COMPUTE R9-PROCESADOS = A990-ALT-PROC + A990-CAM-PROC
               + A990-BAJ-PROC.
           COMPUTE R9-RECHAZADOS = A990-MOV-RECHAZADO
               + A990-AUT-INVALIDA.
           MOVE RETURN-CODE            TO R9-RETURN-CODE.
           WRITE R9-LINEA-MONITOR.
           CLOSE ARCH-CM-ARCHIVO-MONITOR.
           MOVE 0 TO S000-ESTADOARCHCM.
           MOVE 'R' TO W001-PLAN-FUNCION.
           MOVE RETURN-CODE TO W001-PLAN-RETORNO.
           CALL 'VERIFICAPLAN' USING W000-PROG W001-PLAN.
           MOVE W001-PLAN-RETORNO TO RETURN-CODE.
       990-9900-FIN.
           EXIT.
