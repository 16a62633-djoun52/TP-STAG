       01 AGE-LIM.
          05 AGE-MIN            PIC 99 VALUE 17.
          05 AGE-MAX            PIC 99 VALUE 30.
      *  AGE DE LA MAJORITE : EN DESSOUS, LE STAGIAIRE EST RATTACHE A
      *  UN REPRESENTANT LEGAL (FRLEG03) DONT L'ACCORD CONDITIONNE
      *  L'ACTIVATION (FINSTAG) - AGEALRT SIGNALE LE PASSAGE
          05 AGE-MAJORITE       PIC 99 VALUE 18.
