        03 (prefix)-status	pic x.
            88 (prefix)-active	value "A" " ".
            88 (prefix)-discontinued	value "D".
      *>------b-onhand is every copy the business owns; these split it
      *>------by shop, with copies shipped between the shops and not
      *>------yet received (bookxfer.cbl) counted in neither shop.
        03 (prefix)-loc-onhand	pic 9(5)    occurs 2 times.
        03 (prefix)-in-transit	pic 9(5).
