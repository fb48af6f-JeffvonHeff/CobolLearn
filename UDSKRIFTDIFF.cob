
      *En kundeblok er KUNDE-ID, NAVN, ADRESSE, BY, KONTAKT, pr. konto
      *en evt. PRIMO-linje, evt. BEVAEGELSE-linjer og en KONTO-linje
      *(op til 99 konti, jf. ANTAL-KONTI i KONTITABEL.CPY) og en
      *afsluttende blank linje - dvs. variabel laengde, ikke en fast
      *stoerrelse. Tabellen er sat til den stoerst mulige blokstoerrelse
      *og den faktisk laeste linjeantal spores separat i BLOK-ANTAL.
