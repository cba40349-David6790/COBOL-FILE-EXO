       SECURITY. Standard.

      *> Edite le journal d'audit JOURNAL.DAT alimente par EMP-MAINT,
      *> DEPT-MAINT, RATE-LOAD, PAY-REVERSAL, YEAR-CLOSE, SAL-REVIEW
      *> (code "V"), BANK-RETURN (code "S", comme le changement de RIB
      *> d'EMP-MAINT) et BUDGET-LOAD (code "L"). Le filtre se donne
      *> dans JOURNAL.PAR (une ligne : type de filtre sur 1 -
      *> "E" par cle, "D" par plage de dates, espace pour tout lister
      *> - puis la cle sur 30 puis date de debut et date de fin
      *> YYYYMMDD sur 8 chacune).
      *> Si JOURNAL.PAR est absent, tout le journal est liste.
      *> La liste s'ecrit dans JRNLISTE.DAT.

