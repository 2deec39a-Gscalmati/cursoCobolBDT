           03 alu-cab-cod pic 9(6).
           03 alu-cab-nombre pic x(20).
           03 alu-cab-estado pic x.
      *        "A" activo, "R" retirado, "G" egresado
       01  alu-reg-det.
           03 alu-det-tiporeg pic x(1).
           03 alu-det-materia pic 99.
                   END-IF
               END-IF.

      *    Un egresado no se retira ni se reincorpora: su estado
      *    lo pone solamente el proceso de egreso.
           550-APLICAR-CAMBIO.
               IF alu-cab-estado = "G" AND flag-mod NOT = 1
                   DISPLAY "El legajo ", ing-cod, " es egresado - "
                       "estado sin cambios"
                   MOVE 0 TO flag-mod
               END-IF.
               EVALUATE flag-mod
                   WHEN 1
                       MOVE ing-nombre TO alu-cab-nombre
