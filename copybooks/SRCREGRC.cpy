      *****************************************************************
      *    SRCREGRC - Référentiel des systèmes sources autorisés :   *
      *               un enregistrement par système amont, clé sur   *
      *               le code système, chargé par ISOSRGLD et tenu   *
      *               au jour le jour par ISOREGM                    *
      *****************************************************************
       01  SOURCE-REGISTRY-RECORD.
      *    Clé d'accès : le code du système source, tel qu'il doit
