        10  au-new-value                pic X(99).
        10  filler                      pic X(01) value space.
        10  au-operator-id              pic X(08).
      * patron image bytes past the first 99, for fields added to
      * the master since the images were sized - spaces on rows
      * written before they were carried
        10  filler                      pic X(01) value space.
        10  au-old-extension            pic X(20).
        10  filler                      pic X(01) value space.
        10  au-new-extension            pic X(20).
