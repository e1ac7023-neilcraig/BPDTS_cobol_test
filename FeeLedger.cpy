        10  filler                      pic X(01) value space.
        10  fl-timestamp                pic X(17).
        10  filler                      pic X(01) value space.
      * F = fine charged, P = payment received, A = balance set,
      * C = credit applied (not cash - a charge reversed)
        10  fl-trans-type               pic X(01).
        10  filler                      pic X(01) value space.
      * amount carried as zero-padded unsigned digits, no point
