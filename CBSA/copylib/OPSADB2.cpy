      * risk-sensitive operator action, whichever program took it -
      * stops placed and lifted (ACCSTOP), sanctions holds released
      * (SANCWRK), big payments approved (DPAYAUT), breaks resolved
      * (BRKUPD), disputes moved (DISPAPI), court orders registered,
      * earmarked, paid and discharged (LGLORDR), a deceased
      * customer's accounts stopped, passed to survivors and handed
      * to closure (BEREAVE), due-diligence reviews signed off and
      * customers restricted for an overdue review (KYCREV), APP
      * scam claims logged, extended and decided (APPCLAIM),
      * complaints registered, acknowledged and answered (CMPLAPI),
      * suspense items re-posted and returned (SUSPWRK), entitlement
      * grants, revokes and certifications (ENTLOAD) - and every
      * decision one of these refused because the operator was not
      * entitled to it (AUD_AFTER_STATE 'REFUSED-...').
      * Online programs write through the OPSAUDIT LINK; batch
      * programs insert directly.
      * The OPSAENQ enquiry answers "show me everything operator X
      * touched last Tuesday" from this one table instead of five
      * job outputs.
