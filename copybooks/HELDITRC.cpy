      *****************************************************************
      *    HELDITRC - Verdict retenu : un verdict de l'interface     *
      *               résultats que la liste des retenues empêche    *
      *               de distribuer, conservé jusqu'à la levée ou    *
      *               l'échéance de la retenue                       *
      *****************************************************************
       01  HELD-ITEM-RECORD.
      *    Date à laquelle le verdict a été retenu la première fois
           05  HELD-DATE PIC X(08).
      *    Programme qui l'a retenu (ISODISTR ou ISORPLAY)
           05  HELD-PROGRAM PIC X(08).
      *    Verdict retenu, au format exact de l'interface résultats
           05  HELD-RESULT-RECORD PIC X(101).
      *    Ordre d'isogramme du verdict, livré aux sources en
      *    version 2 (à blancs s'il n'est pas connu)
           05  HELD-ISOGRAM-ORDER PIC X(03).
