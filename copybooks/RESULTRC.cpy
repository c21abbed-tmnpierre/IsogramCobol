      *               les systèmes aval : un verdict codifié par     *
      *               enregistrement de données du fichier d'entrée  *
      *****************************************************************
      *    Disposition version 1 (101 octets), toujours produite ;
      *    la version 2 (RSLTV2RC) y ajoute l'ordre d'isogramme
       01  RESULT-RECORD.
      *    Identifiant de la phrase, repris de la soumission amont
           05  RSLT-PHRASE-ID PIC X(10).
