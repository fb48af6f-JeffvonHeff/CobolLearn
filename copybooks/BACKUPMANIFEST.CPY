      *****************************************************************
      * BACKUPMANIFEST.CPY - linje i et backupsaets manifest
      * (BackupManifest.txt i saettets mappe). En linje pr. fil i
      * saettet med filtype, om filen fandtes da saettet blev taget,
      * antal records og kontrolsum. Kontrolsummen er summen over
      * alle records af hvert tegns ordinalvaerdi gange tegnets
      * position i recorden (efterstillede blanke taeller ikke med),
      * saa baade indhold og placering er daekket. Filtyper:
      *   M kundemasteren (indekseret paa KUNDE-ID)
      *   K kontomasteren (indekseret paa KO-KONTONUMMER)
      *   X KontoIndeks (indekseret paa KONTOIX-KONTONUMMER)
      *   A nattens masterarkiv Kundeoplysninger_<dato>.txt
      *   L linjesekventiel fil (journaler, registre, satellitter)
      *****************************************************************
           02 BM-FILNAVN         PIC X(40).
           02 BM-TYPE            PIC X(1).
           02 BM-FINDES          PIC X(1).
           02 BM-ANTAL           PIC 9(9).
           02 BM-HASH            PIC 9(15).
