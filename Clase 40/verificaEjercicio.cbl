      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-EJERCICIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ejercicios ASSIGN TO "..\ejerciciosCerrados.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS eje-fileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ejercicios.
       01  eje-reg.
           03 eje-desde pic 9(8).
           03 eje-hasta pic 9(8).
           03 eje-estado pic x.
               88 eje-cerrado value "C".
               88 eje-reabierto value "R".
           03 eje-fecha-hora pic x(14).
           03 eje-operador pic x(10).
           03 eje-resultado pic s9(12)v99.

       WORKING-STORAGE SECTION.
       01  eje-fileStatus pic xx.
       01  flag-fin pic 9.

       LINKAGE SECTION.
       01  lk-fecha pic 9(8).
       01  lk-resultado pic x.
      *        "A" = la fecha cae en un ejercicio abierto
      *        "C" = la fecha cae en un ejercicio cerrado
       01  lk-cierre pic 9(8).
      *        fecha de cierre del ejercicio cerrado hallado

      *    Control comun de ejercicio cerrado: todo lo que asienta en
      *    el libro diario lo consulta antes de grabar, y una fecha
      *    de un ejercicio cerrado se rechaza hasta que un supervisor
      *    lo reabra desde CONTABILIZA.
       PROCEDURE DIVISION USING lk-fecha, lk-resultado, lk-cierre.
       MAIN-PROCEDURE.
           MOVE "A" TO lk-resultado.
           MOVE 0 TO lk-cierre.
           OPEN INPUT EJERCICIOS.
           IF eje-fileStatus = "00"
               MOVE 1 TO flag-fin
               PERFORM UNTIL flag-fin = 0
                   READ EJERCICIOS AT END
                       MOVE 0 TO flag-fin
                   NOT AT END
                       IF eje-cerrado AND
                           lk-fecha >= eje-desde AND
                           lk-fecha <= eje-hasta
                           MOVE "C" TO lk-resultado
                           MOVE eje-hasta TO lk-cierre
                           MOVE 0 TO flag-fin
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE EJERCICIOS
           END-IF.
           GOBACK.
       END PROGRAM VERIFICA-EJERCICIO.
