      ******************************************************************
      * Author:
      * Date:
      * Purpose: Definicion de turnos (codigo, hora de inicio y de
      *          fin y descanso) y planificacion del cuadrante
      *          semanal de cada empleado, de lunes a domingo, en
      *          cuadrantes.dat.  Cada dia planificado se valida
      *          contra las solicitudes de permiso aprobadas de
      *          solicitudes-permiso.dat (no se planifica turno en
      *          un dia de ausencia aprobada) y contra el descanso
      *          minimo entre el fin de un turno y el inicio del
      *          siguiente, mirando tambien el domingo anterior y el
      *          lunes siguiente ya planificados.  El cuadrante se
      *          imprime por departamento con IMPRIMIR_CUADRANTE y
      *          se compara con los fichajes en EXCEPCIONES_TURNOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CUADRANTE_TURNOS".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *DEFINICIONES DE TURNO EN MODO INDEXADO
       SELECT turnos-archivo
       ASSIGN TO "turnos.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS turno-codigo
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-turnos.

      *CUADRANTE PLANIFICADO EN MODO INDEXADO
       SELECT cuadrantes-archivo
       ASSIGN TO "cuadrantes.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS cua-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-cuadrantes.

      *ARCHIVO FISICO EN MODO INDEXADO
       SELECT empleados-archivo
       ASSIGN TO "empleados-i.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS empleados-id
       ALTERNATE RECORD KEY IS empleados-apellidos WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-empleados.

      *SOLICITUDES DE PERMISO, SOLO LECTURA
       SELECT solicitudes-archivo
       ASSIGN TO "solicitudes-permiso.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS sol-numero
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-solicitudes.

      *ARCHIVO DE ASIGNACIONES, SOLO PARA EL DEPARTAMENTO VIGENTE
       SELECT asignaciones-archivo
       ASSIGN TO "asignaciones.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS asig-clave
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS estado-asignaciones.

       DATA DIVISION.
       FILE SECTION.
      *DEFINICIONES DE TURNO
       FD turnos-archivo.
           COPY "TURNO-REGISTRO.CPY".

      *CUADRANTE PLANIFICADO
       FD cuadrantes-archivo.
           COPY "CUADRANTE-REGISTRO.CPY".

      *ARCHIVO LOGICO DE EMPLEADOS
       FD empleados-archivo.
           COPY "EMPLEADOS-REGISTRO.CPY".

      *SOLICITUDES DE PERMISO
       FD solicitudes-archivo.
           COPY "SOLICITUD-PERMISO.CPY".

      *ARCHIVO DE ASIGNACIONES
       FD asignaciones-archivo.
           COPY "ASIGNACION-REGISTRO.CPY".

       WORKING-STORAGE SECTION.
       77  opcion-tur                  PIC X.
       77  salir-menu-tur              PIC X VALUE "N".
       77  si-no                       PIC X VALUE "S".
       77  estado-turnos               PIC X(02) VALUE "00".
       77  estado-cuadrantes           PIC X(02) VALUE "00".
       77  estado-empleados            PIC X(02) VALUE "00".
       77  estado-solicitudes          PIC X(02) VALUE "00".
       77  estado-asignaciones         PIC X(02) VALUE "00".
       77  hay-solicitudes             PIC X VALUE "N".
       77  hay-asignaciones            PIC X VALUE "N".
       77  que-id                      PIC X(7) VALUE SPACES.
       77  que-turno                   PIC X(3) VALUE SPACES.
       77  que-depto                   PIC X(4) VALUE SPACES.
       77  fecha-lunes                 PIC 9(8) VALUE 0.
       77  fecha-vecina                PIC 9(8) VALUE 0.
       77  dias-enteros                PIC S9(8) VALUE 0.
       77  hora-invalida               PIC X VALUE "S".
       77  hora-pedida                 PIC 9(4) VALUE 0.
       77  dia-resuelto                PIC X VALUE "N".
       77  turno-valido                PIC X VALUE "N".
       77  leyendo-solicitudes         PIC X VALUE "S".
       77  leyendo-asignaciones        PIC X VALUE "S".
       77  ix-dia                      PIC 9 VALUE 0.
       77  ix-sol                      PIC 99 VALUE 0.
       77  total-listados              PIC 9(4) VALUE 0.
       77  estado-empleado-valido      PIC X VALUE "N".
           88  empleado-valido             VALUE "S".
           88  empleado-invalido           VALUE "N".
       01  hora-desglose.
           05  hd-hora                 PIC 9(2).
           05  hd-minuto               PIC 9(2).

      *    DESCANSO MINIMO ENTRE EL FIN DE UN TURNO Y EL INICIO DEL
      *    SIGUIENTE (ESTATUTO DE LOS TRABAJADORES: DOCE HORAS)
       77  descanso-minimo-horas       PIC 9(2) VALUE 12.
       77  descanso-minutos            PIC S9(5) VALUE 0.
       77  minutos-inicio              PIC S9(5) VALUE 0.
       77  minutos-fin                 PIC S9(5) VALUE 0.
       77  minutos-siguiente           PIC S9(5) VALUE 0.
      *    TURNO ANTERIOR Y POSTERIOR CONTRA LOS QUE SE MIDE EL
      *    DESCANSO
       77  previo-inicio               PIC 9(4) VALUE 0.
       77  previo-fin                  PIC 9(4) VALUE 0.
       77  siguiente-inicio            PIC 9(4) VALUE 0.
       77  hay-previo                  PIC X VALUE "N".
       77  hay-siguiente               PIC X VALUE "N".
       77  descanso-correcto           PIC X VALUE "S".

      *    SEMANA EN PLANIFICACION: FECHA, TURNO Y HORAS DE CADA DIA
      *    Y SI YA TENIA REGISTRO EN EL CUADRANTE
       01  tabla-semana.
           05  entrada-dia OCCURS 7 TIMES.
               10  tsd-fecha           PIC 9(8).
               10  tsd-turno           PIC X(3).
               10  tsd-inicio          PIC 9(4).
               10  tsd-fin             PIC 9(4).
               10  tsd-existe          PIC X.

      *    AUSENCIAS APROBADAS DEL EMPLEADO QUE TOCAN LA SEMANA
       77  total-ausencias             PIC 99 VALUE 0.
       01  tabla-ausencias.
           05  entrada-ausencia OCCURS 20 TIMES.
               10  tau-desde           PIC 9(8).
               10  tau-hasta           PIC 9(8).
               10  tau-tipo            PIC X.

      *    CAMPOS PARA SERVICIOS-FECHA
       77  sf-operacion                PIC X VALUE SPACE.
       77  sf-fecha-1                  PIC 9(8) VALUE 0.
       77  sf-fecha-2                  PIC 9(8) VALUE 0.
       77  sf-resultado-num            PIC S9(8) VALUE 0.
       77  sf-resultado                PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.

           PERFORM MOSTRAR-MENU-TUR
           UNTIL salir-menu-tur = "S".

           PERFORM PROCEDIMIENTO-DE-CIERRE.
           STOP RUN.

       PROCEDIMIENTO-DE-APERTURA.
           OPEN I-O turnos-archivo.
           IF estado-turnos = "35"
               OPEN OUTPUT turnos-archivo
               CLOSE turnos-archivo
               OPEN I-O turnos-archivo
           END-IF.
           IF estado-turnos NOT = "00"
               DISPLAY "No se pudo abrir turnos.dat, estado: "
                   estado-turnos
               STOP RUN
           END-IF.

           OPEN I-O cuadrantes-archivo.
           IF estado-cuadrantes = "35"
               OPEN OUTPUT cuadrantes-archivo
               CLOSE cuadrantes-archivo
               OPEN I-O cuadrantes-archivo
           END-IF.
           IF estado-cuadrantes NOT = "00"
               DISPLAY "No se pudo abrir cuadrantes.dat, estado: "
                   estado-cuadrantes
               STOP RUN
           END-IF.

           OPEN INPUT empleados-archivo.
           IF estado-empleados NOT = "00"
               DISPLAY "No se pudo abrir empleados-archivo, estado: "
                   estado-empleados
               STOP RUN
           END-IF.

           OPEN INPUT solicitudes-archivo.
           IF estado-solicitudes = "00"
               MOVE "S" TO hay-solicitudes
           ELSE
               MOVE "N" TO hay-solicitudes
           END-IF.

           OPEN INPUT asignaciones-archivo.
           IF estado-asignaciones = "00"
               MOVE "S" TO hay-asignaciones
           ELSE
               MOVE "N" TO hay-asignaciones
           END-IF.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE turnos-archivo.
           CLOSE cuadrantes-archivo.
           CLOSE empleados-archivo.
           IF hay-solicitudes = "S"
               CLOSE solicitudes-archivo
           END-IF.
           IF hay-asignaciones = "S"
               CLOSE asignaciones-archivo
           END-IF.

       MOSTRAR-MENU-TUR.
           DISPLAY "===== TURNOS =====".
           DISPLAY "(T)urno: alta".
           DISPLAY "(M)odificar turno".
           DISPLAY "(L)istar turnos".
           DISPLAY "(C)uadrante: planificar la semana de un empleado".
           DISPLAY "(V)er la semana de un empleado".
           DISPLAY "(S)alir".
           DISPLAY "Elige una opcion: ".
           ACCEPT opcion-tur.
           MOVE FUNCTION UPPER-CASE(opcion-tur) TO opcion-tur.

           EVALUATE opcion-tur
               WHEN "T"
                   PERFORM ALTA-TURNO
               WHEN "M"
                   PERFORM MODIFICAR-TURNO
               WHEN "L"
                   PERFORM LISTAR-TURNOS
               WHEN "C"
                   PERFORM PLANIFICAR-SEMANA
               WHEN "V"
                   PERFORM VER-SEMANA
               WHEN "S"
                   MOVE "S" TO salir-menu-tur
               WHEN OTHER
                   DISPLAY "Opcion invalida: " opcion-tur
           END-EVALUATE.

       ALTA-TURNO.
           MOVE SPACES TO turno-registro.

           DISPLAY "Codigo del turno (3 caracteres): ".
           ACCEPT turno-codigo.
           MOVE FUNCTION UPPER-CASE(turno-codigo) TO turno-codigo.
           IF turno-codigo = SPACES
               DISPLAY "Codigo obligatorio"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Descripcion del turno: ".
           ACCEPT turno-descripcion.
           MOVE FUNCTION UPPER-CASE(turno-descripcion)
               TO turno-descripcion.

           PERFORM CAPTURAR-HORARIO-TURNO.
           IF turno-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           SET turno-activo TO TRUE.

           WRITE turno-registro
               INVALID KEY
                   DISPLAY "Ya existe el turno: " turno-codigo
               NOT INVALID KEY
                   DISPLAY "Turno dado de alta: " turno-codigo
           END-WRITE.

      *    UN CAMBIO DE HORARIO VALE PARA LO QUE SE PLANIFIQUE
      *    DESPUES: EL CUADRANTE YA GRABADO CONSERVA SUS HORAS.
       MODIFICAR-TURNO.
           DISPLAY "Codigo del turno a modificar: ".
           ACCEPT que-turno.
           MOVE FUNCTION UPPER-CASE(que-turno) TO turno-codigo.

           READ turnos-archivo
               INVALID KEY
                   DISPLAY "Turno inexistente: " que-turno
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "Descripcion actual: " turno-descripcion.
           DISPLAY "Nueva descripcion: ".
           ACCEPT turno-descripcion.
           MOVE FUNCTION UPPER-CASE(turno-descripcion)
               TO turno-descripcion.

           DISPLAY "Horario actual: " turno-hora-inicio " a "
               turno-hora-fin " descanso " turno-descanso-min
               " min".
           PERFORM CAPTURAR-HORARIO-TURNO.
           IF turno-valido = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Estado (1=activo 2=inactivo): ".
           ACCEPT turno-estado.

           REWRITE turno-registro
               INVALID KEY
                   DISPLAY "No se pudo modificar el turno, estado: "
                       estado-turnos
               NOT INVALID KEY
                   DISPLAY "Turno modificado"
           END-REWRITE.

       CAPTURAR-HORARIO-TURNO.
           MOVE "N" TO turno-valido.

           DISPLAY "Hora de inicio (HHMM): ".
           PERFORM PEDIR-HORA.
           MOVE hora-pedida TO turno-hora-inicio.

           DISPLAY "Hora de fin (HHMM, menor que el inicio si "
               "termina al dia siguiente): ".
           PERFORM PEDIR-HORA.
           MOVE hora-pedida TO turno-hora-fin.

           IF turno-hora-fin = turno-hora-inicio
               DISPLAY "El turno no puede empezar y terminar a la "
                   "misma hora"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Descanso dentro del turno (minutos): ".
           ACCEPT turno-descanso-min.

           MOVE "S" TO turno-valido.

       PEDIR-HORA.
           MOVE "S" TO hora-invalida.
           PERFORM VALIDAR-HORA
           UNTIL hora-invalida = "N".

       VALIDAR-HORA.
           ACCEPT hora-pedida.
           MOVE hora-pedida TO hora-desglose.
           IF hora-pedida NOT NUMERIC
           OR hd-hora > 23
           OR hd-minuto > 59
               DISPLAY "Hora invalida, debe ser HHMM: "
           ELSE
               MOVE "N" TO hora-invalida
           END-IF.

       LISTAR-TURNOS.
           MOVE 0 TO total-listados.
           MOVE LOW-VALUES TO turno-codigo.
           START turnos-archivo KEY IS NOT LESS THAN turno-codigo
               INVALID KEY
                   DISPLAY "Sin turnos definidos"
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO si-no.
           PERFORM LISTAR-UN-TURNO
           UNTIL si-no = "N".

           DISPLAY "Turnos definidos: " total-listados.

       LISTAR-UN-TURNO.
           READ turnos-archivo NEXT RECORD
               AT END
                   MOVE "N" TO si-no
               NOT AT END
                   ADD 1 TO total-listados
                   DISPLAY turno-codigo " " turno-descripcion " "
                       turno-hora-inicio "-" turno-hora-fin
                       " descanso " turno-descanso-min
                       " estado " turno-estado
           END-READ.

      *    LA SEMANA SE PLANIFICA DIA A DIA: EN BLANCO SE CONSERVA LO
      *    QUE HABIA, UN GUION LO DEJA LIBRE.  NADA SE GRABA HASTA
      *    QUE LOS SIETE DIAS PASAN LAS VALIDACIONES.
       PLANIFICAR-SEMANA.
           DISPLAY "ID del empleado: ".
           ACCEPT que-id.

           PERFORM VALIDAR-EMPLEADO-ACTIVO.
           IF empleado-invalido
               EXIT PARAGRAPH
           END-IF.

           PERFORM PEDIR-LUNES.
           IF fecha-lunes = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUSCAR-DEPTO-VIGENTE.
           PERFORM CARGAR-AUSENCIAS-APROBADAS.
           PERFORM CARGAR-SEMANA.

           MOVE 0 TO ix-dia.
           PERFORM PLANIFICAR-UN-DIA 7 TIMES.

           MOVE 0 TO ix-dia.
           PERFORM GRABAR-UN-DIA 7 TIMES.

           DISPLAY "Cuadrante grabado: " que-id " semana del "
               fecha-lunes.

       VALIDAR-EMPLEADO-ACTIVO.
           SET empleado-invalido TO TRUE.

           MOVE que-id TO empleados-id.
           READ empleados-archivo
               INVALID KEY
                   DISPLAY "Empleado inexistente: " que-id
               NOT INVALID KEY
                   IF empleados-activo
                       SET empleado-valido TO TRUE
                   ELSE
                       DISPLAY "El empleado no esta activo: " que-id
                   END-IF
           END-READ.

       PEDIR-LUNES.
           DISPLAY "Lunes de la semana (AAAAMMDD): ".
           ACCEPT fecha-lunes.

           MOVE "V" TO sf-operacion.
           MOVE fecha-lunes TO sf-fecha-1.
           MOVE 0 TO sf-fecha-2.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           IF sf-resultado NOT = "S"
               DISPLAY "Fecha invalida: " fecha-lunes
               MOVE 0 TO fecha-lunes
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO sf-operacion.
           CALL "SERVICIOS-FECHA" USING sf-operacion sf-fecha-1
               sf-fecha-2 sf-resultado-num sf-resultado.
           IF sf-resultado-num NOT = 1
               DISPLAY "La fecha no es lunes: " fecha-lunes
               MOVE 0 TO fecha-lunes
           END-IF.

       BUSCAR-DEPTO-VIGENTE.
           MOVE SPACES TO que-depto.
           IF hay-asignaciones = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE que-id TO asig-empleados-id.
           MOVE 0 TO asig-fecha-desde.
           START asignaciones-archivo KEY IS NOT LESS THAN asig-clave
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-asignaciones.
           PERFORM LEER-ASIGNACION-EMPLEADO
           UNTIL leyendo-asignaciones = "N".

       LEER-ASIGNACION-EMPLEADO.
           READ asignaciones-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-asignaciones
               NOT AT END
                   IF asig-empleados-id NOT = que-id
                       MOVE "N" TO leyendo-asignaciones
                   ELSE
                       IF asig-fecha-hasta = 0
                           MOVE asig-depto-id TO que-depto
                       END-IF
                   END-IF
           END-READ.

      *    LAS SOLICITUDES SOLO ESTAN INDEXADAS POR NUMERO: SE
      *    RECORREN TODAS Y SE QUEDAN LAS APROBADAS DEL EMPLEADO QUE
      *    TOCAN LA SEMANA.
       CARGAR-AUSENCIAS-APROBADAS.
           MOVE 0 TO total-ausencias.
           IF hay-solicitudes = "N"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-lunes) + 6.
           COMPUTE fecha-vecina =
               FUNCTION DATE-OF-INTEGER(dias-enteros).

           MOVE 0 TO sol-numero.
           START solicitudes-archivo KEY IS NOT LESS THAN sol-numero
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "S" TO leyendo-solicitudes.
           PERFORM LEER-SOLICITUD
           UNTIL leyendo-solicitudes = "N".

       LEER-SOLICITUD.
           READ solicitudes-archivo NEXT RECORD
               AT END
                   MOVE "N" TO leyendo-solicitudes
               NOT AT END
                   IF sol-empleados-id = que-id
                   AND sol-aprobada
                   AND sol-desde <= fecha-vecina
                   AND sol-hasta >= fecha-lunes
                   AND total-ausencias < 20
                       ADD 1 TO total-ausencias
                       MOVE sol-desde TO tau-desde(total-ausencias)
                       MOVE sol-hasta TO tau-hasta(total-ausencias)
                       MOVE sol-tipo TO tau-tipo(total-ausencias)
                   END-IF
           END-READ.

       CARGAR-SEMANA.
           MOVE 0 TO ix-dia.
           PERFORM CARGAR-UN-DIA 7 TIMES.

      *    EL DOMINGO ANTERIOR Y EL LUNES SIGUIENTE, SI ESTAN
      *    PLANIFICADOS, CUENTAN PARA EL DESCANSO
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-lunes) - 1.
           COMPUTE cua-fecha = FUNCTION DATE-OF-INTEGER(dias-enteros).
           MOVE que-id TO cua-empleados-id.
           MOVE "N" TO hay-previo.
           READ cuadrantes-archivo
               NOT INVALID KEY
                   MOVE "S" TO hay-previo
                   MOVE cua-hora-inicio TO previo-inicio
                   MOVE cua-hora-fin TO previo-fin
           END-READ.

           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-lunes) + 7.
           COMPUTE fecha-vecina =
               FUNCTION DATE-OF-INTEGER(dias-enteros).

       CARGAR-UN-DIA.
           ADD 1 TO ix-dia.
           COMPUTE dias-enteros =
               FUNCTION INTEGER-OF-DATE(fecha-lunes) + ix-dia - 1.
           COMPUTE tsd-fecha(ix-dia) =
               FUNCTION DATE-OF-INTEGER(dias-enteros).
           MOVE SPACES TO tsd-turno(ix-dia).
           MOVE 0 TO tsd-inicio(ix-dia) tsd-fin(ix-dia).
           MOVE "N" TO tsd-existe(ix-dia).

           MOVE tsd-fecha(ix-dia) TO cua-fecha.
           MOVE que-id TO cua-empleados-id.
           READ cuadrantes-archivo
               NOT INVALID KEY
                   MOVE "S" TO tsd-existe(ix-dia)
                   MOVE cua-turno-codigo TO tsd-turno(ix-dia)
                   MOVE cua-hora-inicio TO tsd-inicio(ix-dia)
                   MOVE cua-hora-fin TO tsd-fin(ix-dia)
           END-READ.

       PLANIFICAR-UN-DIA.
           ADD 1 TO ix-dia.
           MOVE "N" TO dia-resuelto.
           PERFORM PEDIR-TURNO-DIA
           UNTIL dia-resuelto = "S".

      *    EL TURNO PLANIFICADO QUEDA COMO PREVIO DEL DIA SIGUIENTE
           IF tsd-turno(ix-dia) = SPACES
               MOVE "N" TO hay-previo
           ELSE
               MOVE "S" TO hay-previo
               MOVE tsd-inicio(ix-dia) TO previo-inicio
               MOVE tsd-fin(ix-dia) TO previo-fin
           END-IF.

       PEDIR-TURNO-DIA.
           DISPLAY tsd-fecha(ix-dia) " turno actual ["
               tsd-turno(ix-dia) "] (blanco = igual, - = libre): ".
           ACCEPT que-turno.
           MOVE FUNCTION UPPER-CASE(que-turno) TO que-turno.

           IF que-turno = "-"
               MOVE SPACES TO tsd-turno(ix-dia)
               MOVE 0 TO tsd-inicio(ix-dia) tsd-fin(ix-dia)
               MOVE "S" TO dia-resuelto
               EXIT PARAGRAPH
           END-IF.

           IF que-turno = SPACES
               IF tsd-turno(ix-dia) = SPACES
                   MOVE "S" TO dia-resuelto
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE que-turno TO turno-codigo
               READ turnos-archivo
                   INVALID KEY
                       DISPLAY "Turno inexistente: " que-turno
                       EXIT PARAGRAPH
               END-READ
               IF NOT turno-activo
                   DISPLAY "Turno inactivo: " que-turno
                   EXIT PARAGRAPH
               END-IF
               MOVE turno-codigo TO tsd-turno(ix-dia)
               MOVE turno-hora-inicio TO tsd-inicio(ix-dia)
               MOVE turno-hora-fin TO tsd-fin(ix-dia)
           END-IF.

           PERFORM VALIDAR-AUSENCIA-DIA.
           IF dia-resuelto = "X"
               MOVE "N" TO dia-resuelto
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDAR-DESCANSO-DIA.
           IF descanso-correcto = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "S" TO dia-resuelto.

       VALIDAR-AUSENCIA-DIA.
           MOVE 0 TO ix-sol.
           PERFORM PROBAR-AUSENCIA
           UNTIL ix-sol >= total-ausencias OR dia-resuelto = "X".

       PROBAR-AUSENCIA.
           ADD 1 TO ix-sol.
           IF tsd-fecha(ix-dia) >= tau-desde(ix-sol)
           AND tsd-fecha(ix-dia) <= tau-hasta(ix-sol)
               DISPLAY "Ausencia aprobada (tipo " tau-tipo(ix-sol)
                   ") del " tau-desde(ix-sol) " al "
                   tau-hasta(ix-sol) ": el dia debe quedar libre"
               MOVE "X" TO dia-resuelto
           END-IF.

      *    EL DESCANSO SE MIDE DESDE EL FIN DEL TURNO DEL DIA
      *    ANTERIOR (AL DIA SIGUIENTE SI ES DE NOCHE) HASTA EL INICIO
      *    DE ESTE, Y EL SEPTIMO DIA TAMBIEN CONTRA EL LUNES
      *    SIGUIENTE YA PLANIFICADO.
       VALIDAR-DESCANSO-DIA.
           MOVE "S" TO descanso-correcto.

           IF hay-previo = "S"
               MOVE previo-fin TO hora-desglose
               COMPUTE minutos-fin = hd-hora * 60 + hd-minuto
               IF previo-fin > previo-inicio
                   SUBTRACT 1440 FROM minutos-fin
               END-IF
               MOVE tsd-inicio(ix-dia) TO hora-desglose
               COMPUTE minutos-inicio = hd-hora * 60 + hd-minuto
               COMPUTE descanso-minutos = minutos-inicio - minutos-fin
               IF descanso-minutos < descanso-minimo-horas * 60
                   DISPLAY "Descanso insuficiente desde el turno "
                       "anterior (" descanso-minutos " minutos, "
                       "minimo " descanso-minimo-horas " horas)"
                   MOVE "N" TO descanso-correcto
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF ix-dia NOT = 7
               EXIT PARAGRAPH
           END-IF.

           MOVE fecha-vecina TO cua-fecha.
           MOVE que-id TO cua-empleados-id.
           MOVE "N" TO hay-siguiente.
           READ cuadrantes-archivo
               NOT INVALID KEY
                   MOVE "S" TO hay-siguiente
                   MOVE cua-hora-inicio TO siguiente-inicio
           END-READ.
           IF hay-siguiente = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE tsd-fin(ix-dia) TO hora-desglose.
           COMPUTE minutos-fin = hd-hora * 60 + hd-minuto.
           IF tsd-fin(ix-dia) > tsd-inicio(ix-dia)
               SUBTRACT 1440 FROM minutos-fin
           END-IF.
           MOVE siguiente-inicio TO hora-desglose.
           COMPUTE minutos-siguiente = hd-hora * 60 + hd-minuto.
           COMPUTE descanso-minutos = minutos-siguiente - minutos-fin.
           IF descanso-minutos < descanso-minimo-horas * 60
               DISPLAY "Descanso insuficiente hasta el turno del "
                   fecha-vecina " (" descanso-minutos " minutos, "
                   "minimo " descanso-minimo-horas " horas)"
               MOVE "N" TO descanso-correcto
           END-IF.

       GRABAR-UN-DIA.
           ADD 1 TO ix-dia.

           MOVE tsd-fecha(ix-dia) TO cua-fecha.
           MOVE que-id TO cua-empleados-id.

           IF tsd-turno(ix-dia) = SPACES
               IF tsd-existe(ix-dia) = "S"
                   DELETE cuadrantes-archivo
                       INVALID KEY
                           DISPLAY "No se pudo liberar el dia "
                               tsd-fecha(ix-dia) ", estado: "
                               estado-cuadrantes
                   END-DELETE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE tsd-turno(ix-dia) TO cua-turno-codigo.
           MOVE tsd-inicio(ix-dia) TO cua-hora-inicio.
           MOVE tsd-fin(ix-dia) TO cua-hora-fin.
           MOVE que-depto TO cua-depto-id.

           IF tsd-existe(ix-dia) = "S"
               REWRITE cuadrante-registro
                   INVALID KEY
                       DISPLAY "No se pudo regrabar el dia "
                           tsd-fecha(ix-dia) ", estado: "
                           estado-cuadrantes
               END-REWRITE
           ELSE
               WRITE cuadrante-registro
                   INVALID KEY
                       DISPLAY "No se pudo grabar el dia "
                           tsd-fecha(ix-dia) ", estado: "
                           estado-cuadrantes
               END-WRITE
           END-IF.

       VER-SEMANA.
           DISPLAY "ID del empleado: ".
           ACCEPT que-id.

           PERFORM PEDIR-LUNES.
           IF fecha-lunes = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARGAR-SEMANA.

           MOVE 0 TO ix-dia.
           PERFORM MOSTRAR-UN-DIA 7 TIMES.

       MOSTRAR-UN-DIA.
           ADD 1 TO ix-dia.
           IF tsd-turno(ix-dia) = SPACES
               DISPLAY tsd-fecha(ix-dia) " LIBRE"
           ELSE
               DISPLAY tsd-fecha(ix-dia) " " tsd-turno(ix-dia) " "
                   tsd-inicio(ix-dia) "-" tsd-fin(ix-dia)
           END-IF.

       END PROGRAM "CUADRANTE_TURNOS".
