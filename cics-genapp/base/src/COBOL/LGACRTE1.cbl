      * area (the leading letters of CUSTOMER.POSTCODE). The lgacbat3  *
      * renewal batch performs the same lookup inline - EXEC CICS      *
      * LINK is not available to a batch job - so a change to the      *
      * banding rules here must be carried there too, and to the       *
      * lgacrpt5 loss-ratio report, which bands claims experience the  *
      * same way.                                                      *
      *                                                                 *
      * Return codes follow lgacpol1: 00 rated, 90 SQL error, 92 bad   *
      * policy type, 93 date of birth unusable, 95 customer not        *
