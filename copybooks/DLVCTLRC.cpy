           05  DLVC-SOURCE-SYSTEM PIC X(08).
      *    Date de production de l'extrait (AAAAMMJJ)
           05  DLVC-FILE-DATE PIC X(08).
      *    Nombre d'enregistrements écrits dans l'extrait (les
      *    verdicts retenus n'y figurent pas)
           05  DLVC-RECORD-COUNT PIC 9(07).
      *    Numéro du fichier extrait attribué (1 à 4)
           05  DLVC-EXTRACT-NO PIC 9(01).
      *    Verdicts de la source retenus par la liste des retenues
      *    au lieu d'être livrés (information, hors rapprochement)
           05  DLVC-HELD-COUNT PIC 9(07).
      *    Nature de la livraison : N (ou blanc) = distribution de la
      *    nuit, R = livraison de verdicts libérés, qui s'ajoute à
      *    une livraison du même jour au lieu de la remplacer. Le
      *    fichier étant cumulatif, ISOACKRC recalcule à chaque
      *    passage le volume de chaque livraison : dernière
      *    distribution de la nuit plus toutes les libérations
           05  DLVC-DELIVERY-TYPE PIC X(01).
               88  DLVC-IS-RELEASE VALUE 'R'.
