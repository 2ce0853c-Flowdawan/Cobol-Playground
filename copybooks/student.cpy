   *> prints the guardian's CM-STREET/CM-COUNTRY address block on
   *> the card. Zero means no guardian on the customer master yet --
   *> those cards go on the hand-addressing list.
        02 ST-GUARDIAN PIC 9(6).
