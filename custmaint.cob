    END-READ.

*> Name search off the CM-CUSTNAME alternate index: counter staff
*> rarely know the six-digit ident, so this lists every customer whose
*> name starts with what they typed (duplicates included -- we have
*> two John Smiths) and they can take the ident into I)nquire or
*> C)hange from there.
