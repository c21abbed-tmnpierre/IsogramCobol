      *****************************************************************
      *    MBKCTLRC - Enregistrements de contrôle de la sauvegarde    *
      *               séquentielle du fichier maître (ISOMSTBK) :     *
      *               en-tête daté en tête de fichier, fin portant    *
      *               le nombre d'enregistrements sauvegardés ; les   *
      *               enregistrements de données entre les deux sont  *
      *               des images PHRMSTRC telles quelles              *
      *****************************************************************
       01  MASTER-BACKUP-CONTROL.
      *    Identifiant réservé, à la place de MAST-KEY : aucun
      *    système amont ne peut attribuer cette clé à une phrase
           05  MBK-RECORD-ID PIC X(18).
               88  MBK-IS-HEADER VALUE "*MSTBKUP**HEADER**".
               88  MBK-IS-TRAILER VALUE "*MSTBKUP*TRAILER**".
      *    Date (AAAAMMJJ) et heure (HHMMSS) de la prise de la
      *    sauvegarde ; la reprise en avant repart des exécutions
      *    datées de ce jour
           05  MBK-BACKUP-DATE PIC X(08).
           05  MBK-BACKUP-TIME PIC X(06).
      *    Date de jugement la plus récente présente dans la
      *    sauvegarde, dans la fin (information)
           05  MBK-LAST-JUDGED-DATE PIC X(08).
      *    Nombre d'enregistrements de données sauvegardés, dans
      *    la fin
           05  MBK-RECORD-COUNT PIC 9(09).
           05  FILLER PIC X(165).
