      *    et produit le fichier de virements à remettre à la banque
      *    (EMPSEPA) : un enregistrement d'en-tête ("01", date de
      *    création, donneur d'ordre), un enregistrement de détail
      *    ("02") par employé avec son IBAN et son salaire net
      *    (éléments variables de la période compris), et un
      *    enregistrement de fin ("03") portant le nombre de virements
      *    et le montant total. Un bordereau de remise (EMPBNKR) est
      *    édité pour archivage ; les employés sans IBAN n'entrent pas
